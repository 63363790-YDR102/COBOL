      **                   EL IVA VUELVEN A CUADRAR CON LA REALIDAD.  **
      **                   SALIDAS: FICHERO DE ABONOS Y RESUMEN DE   **
      **                   DEVOLUCIONES POR MOTIVO.                  **
      **                   LOS PUNTOS DE FIDELIZACION GANADOS CON LA **
      **                   FACTURA DEL PEDIDO SE REVIERTEN ('R') Y   **
      **                   LOS CANJEADOS EN EL PEDIDO SE DEVUELVEN   **
      **                   AL CLIENTE ('D') EN PUNTOS_MOVTO.         **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-REVENDIBLE          PIC X(01) VALUE 'R'.
           05  CT-RUT                 PIC X(08) VALUE 'RUTESTPC'.
           05  CT-MAX-MOTIVOS         PIC 9(02) VALUE 20.
           05  CT-PGM                 PIC X(08) VALUE 'PROCDEVO'.
           05  CT-PUNTOS-REVERSION    PIC X(01) VALUE 'R'.
           05  CT-PUNTOS-DEVOLUCION   PIC X(01) VALUE 'D'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDOS              PIC 9(05).
           05  CN-ACEPTADAS           PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
           05  CN-PUNTOS-REVERTIDOS   PIC 9(09).
           05  CN-PUNTOS-DEVUELTOS    PIC 9(09).
      *
       01  WK-VARIABLES.
           05  WK-DIAS-VENTANA        PIC 9(03).
           05  WK-IVA-FAC             PIC S9(08)V9(02) COMP-3.
           05  WK-TOTAL-FAC           PIC S9(08)V9(02) COMP-3.
           05  WK-EN-PLAZO            PIC S9(09) COMP.
           05  WK-PUNTOS-GANADOS      PIC S9(09) COMP.
           05  WK-PUNTOS-CANJEADOS    PIC S9(09) COMP.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-IND-MOTIVO          PIC S9(04) COMP.
      *
               INCLUDE TBDAREPO
           END-EXEC.
      *
      *--------DCLGEN PUNTOS_MOVTO--------*
      *
           EXEC SQL
               INCLUDE TBPTOMOV
           END-EXEC.
      *
      *CPY DE RUTINA DE VALIDACION/ACTUALIZACION DE ESTADO
       COPY CPYESTPC.
      *
                     ,CANTIDAD
                 FROM PEDIDO_LINEAS
                WHERE ID_PEDIDO = :PL-ID-PEDIDO
                  AND ID_PRODUCTO <> 0
                ORDER BY NUM_LINEA
           END-EXEC.
      *
      *
           PERFORM 2450-EMITIR-RECTIFICATIVA
              THRU 2450-EMITIR-RECTIFICATIVA-EXIT
      *
           PERFORM 2480-REVERTIR-PUNTOS
              THRU 2480-REVERTIR-PUNTOS-EXIT
      *
           EXEC SQL
               COMMIT
           EXIT.
      *
      ******************************************************************
      *     2480-REVERTIR-PUNTOS                                       *
      *     SALDO NETO DE PUNTOS GANADOS ('A' - 'R') Y CANJEADOS       *
      *     ('C' + 'D') DEL PEDIDO: LO GANADO SE REVIERTE CONTRA LA    *
      *     RECTIFICATIVA Y LO CANJEADO SE DEVUELVE AL CLIENTE. UN     *
      *     PEDIDO SIN FACTURA NO TIENE PUNTOS GANADOS.                *
      ******************************************************************
       2480-REVERTIR-PUNTOS.
      *
           MOVE ID-PEDIDO-SOL         TO PT-ID-PEDIDO
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TIPO_MOVTO IN ('A', 'R')
                                        THEN PUNTOS ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_MOVTO IN ('C', 'D')
                                        THEN PUNTOS ELSE 0 END), 0)
                 INTO :WK-PUNTOS-GANADOS
                     ,:WK-PUNTOS-CANJEADOS
                 FROM PUNTOS_MOVTO
                WHERE ID_PEDIDO = :PT-ID-PEDIDO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2480-REVERTIR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE TB-ID-CLIENTE         TO PT-ID-CLIENTE
           MOVE CT-PGM                TO PT-NOMBRE-PGM
      *
           IF WK-PUNTOS-GANADOS > ZEROS
              MOVE CT-PUNTOS-REVERSION
                                      TO PT-TIPO-MOVTO
              COMPUTE PT-PUNTOS = WK-PUNTOS-GANADOS * -1
              MOVE WK-NUM-FACTURA     TO PT-NUM-FACTURA
              PERFORM 2490-GRABAR-PUNTOS
                 THRU 2490-GRABAR-PUNTOS-EXIT
              ADD WK-PUNTOS-GANADOS   TO CN-PUNTOS-REVERTIDOS
           END-IF
      *
           IF WK-PUNTOS-CANJEADOS < ZEROS
              MOVE CT-PUNTOS-DEVOLUCION
                                      TO PT-TIPO-MOVTO
              COMPUTE PT-PUNTOS = WK-PUNTOS-CANJEADOS * -1
              MOVE ZEROS              TO PT-NUM-FACTURA
              PERFORM 2490-GRABAR-PUNTOS
                 THRU 2490-GRABAR-PUNTOS-EXIT
              ADD PT-PUNTOS           TO CN-PUNTOS-DEVUELTOS
           END-IF
      *
           .
       2480-REVERTIR-PUNTOS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2490-GRABAR-PUNTOS                                         *
      ******************************************************************
       2490-GRABAR-PUNTOS.
      *
           EXEC SQL
               INSERT INTO PUNTOS_MOVTO
                      (ID_CLIENTE
                      ,FECHA_MOVTO
                      ,TIPO_MOVTO
                      ,PUNTOS
                      ,ID_PEDIDO
                      ,NUM_FACTURA
                      ,NOMBRE_PGM)
               VALUES (:PT-ID-CLIENTE
                      ,CURRENT TIMESTAMP
                      ,:PT-TIPO-MOVTO
                      ,:PT-PUNTOS
                      ,:PT-ID-PEDIDO
                      ,NULLIF(:PT-NUM-FACTURA, 0)
                      ,:PT-NOMBRE-PGM)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2490-GRABAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2490-GRABAR-PUNTOS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2500-ESCRIBIR-INCIDENCIA.
           DISPLAY '*SOLICITUDES LEIDAS : ' CN-LEIDOS '      *'
           DISPLAY '*DEVOLUCIONES HECHAS: ' CN-ACEPTADAS '      *'
           DISPLAY '*SOLICITUDES RECHAZ.: ' CN-RECHAZADAS '      *'
           DISPLAY '*PUNTOS REVERTIDOS  : ' CN-PUNTOS-REVERTIDOS '  *'
           DISPLAY '*PUNTOS DEVUELTOS   : ' CN-PUNTOS-DEVUELTOS '  *'
           DISPLAY '***************************************'
      *
           STOP RUN
