      **                  ACUMULACION POR EVENTO. LEE EL FICHERO DE   **
      **                  MOVIMIENTOS CON DOS TIPOS DE REGISTRO:      **
      **                  'A' ALTA DE EVENTO/ZONA (CODIGO, ZONA       **
      **                      POSTAL, DESCRIPCION, VENTANA DE FECHAS  **
      **                      E INDICADOR DE RIESGO DEL CONSORCIO) EN **
      **                      EVENTOS_CATASTROFE.                     **
      **                  'R' RETRO-ETIQUETADO: MARCA CON EL CODIGO   **
      **                      DEL EVENTO LOS SINIESTROS YA CARGADOS   **
      **                      SIN EVENTO CUYA FECHA Y ZONA DEL        **
           05  DESCRIPCION-EVE        PIC X(30).
           05  FECHA-INICIO-EVE       PIC X(10).
           05  FECHA-FIN-EVE          PIC X(10).
           05  CONSORCIO-EVE          PIC X(01).
      *
       01  LINEA-INFORME.
           05  FILLER                 PIC X(08) VALUE 'EVENTO: '.
           MOVE DESCRIPCION-EVE          TO EV-DESCRIPCION
           MOVE FECHA-INICIO-EVE         TO EV-FECHA-INICIO
           MOVE FECHA-FIN-EVE            TO EV-FECHA-FIN
      *
           IF CONSORCIO-EVE = 'S'
              MOVE 'S'                   TO EV-CONSORCIO
           ELSE
              MOVE 'N'                   TO EV-CONSORCIO
           END-IF
      *
           EXEC SQL
               INSERT INTO EVENTOS_CATASTROFE
                      ,ZONA_POSTAL
                      ,DESCRIPCION
                      ,FECHA_INICIO
                      ,FECHA_FIN
                      ,CONSORCIO)
                      VALUES(
                       :EV-COD-EVENTO
                      ,:EV-ZONA-POSTAL
                      ,:EV-DESCRIPCION
                      ,:EV-FECHA-INICIO
                      ,:EV-FECHA-FIN
                      ,:EV-CONSORCIO)
           END-EXEC
      *
           EVALUATE SQLCODE
