      ******************************************************************
      ** T R A S P A G E.-TRASPASO DE LA CARTERA DE UN AGENTE QUE     **
      **                  DEJA LA RED. LEE EL FICHERO DE TRASPASOS    **
      **                  (AGENTE SALIENTE, TIPO DE REPARTO, AGENTE   **
      **                  RECEPTOR Y FECHA DE EFECTO). TIPOS:         **
      **                  - 'A': TODOS LOS CLIENTES PASAN AL AGENTE   **
      **                    RECEPTOR INDICADO.                        **
      **                  - 'Z': CADA CLIENTE PASA AL AGENTE CON MAS  **
      **                    CLIENTES EN SU ZONA POSTAL (DOS PRIMEROS  **
      **                    DIGITOS DEL CODIGO POSTAL). SI NO HAY     **
      **                    NINGUNO EL CLIENTE SE QUEDA SIN TRASPASAR **
      **                    Y SALE EN EL INFORME.                     **
      **                  PARA CADA CLIENTE TRASPASADO:               **
      **                  - CIERRA LA ASIGNACION ANTERIOR EN          **
      **                    HISTORICO_AGENTES, PARA QUE EXTAGE SIGA   **
      **                    ATRIBUYENDO AL AGENTE SALIENTE LO QUE     **
      **                    VENDIO ANTES DE LA FECHA DE EFECTO.       **
      **                  - REASIGNA EL CLIENTE EN AGENTES_MAPFRE (SI **
      **                    EL RECEPTOR YA LO TENIA SE BORRA LA FILA  **
      **                    DEL SALIENTE).                            **
      **                  - EMITE LA CARTA DE PRESENTACION DEL NUEVO  **
      **                    AGENTE A LA DIRECCION DE CLIENTES_MAPFRE. **
      **                  CADA TRASPASO SE CONFIRMA POR SEPARADO.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   TRASPAGE.
       AUTHOR.       DAVID.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
         SOURCE-COMPUTER.  IBM-3090.
         OBJECT-COMPUTER.  IBM-3090.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTRASPAS ASSIGN TO FTRASPAS
           FILE STATUS FS-FTRASPAS.
      *
           SELECT FCARTAS ASSIGN TO FCARTAS
           FILE STATUS FS-FCARTAS.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FTRASPAS
           RECORDING MODE IS F.
       01  REG-FTRASPAS               PIC X(0080).
      *    TRASPASOS DE CARTERA DE AGENTES QUE DEJAN LA RED
      *
       FD FCARTAS
           RECORDING MODE IS F.
       01  REG-FCARTAS                PIC X(0120).
      *    CARTAS DE PRESENTACION DEL NUEVO AGENTE
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0080).
      *    RESULTADO DEL TRASPASO POR CLIENTE Y TRASPASOS RECHAZADOS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FTRASPAS            PIC X(02).
           05  FS-FCARTAS             PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MOTIVO-TIPO         PIC X(20) VALUE
               'TIPO NO VALIDO'.
           05  CT-MOTIVO-FECHA        PIC X(20) VALUE
               'FECHA NO VALIDA'.
           05  CT-MOTIVO-SIN-CARTERA  PIC X(20) VALUE
               'AGENTE SIN CARTERA'.
           05  CT-MOTIVO-MISMO-AGENTE PIC X(20) VALUE
               'RECEPTOR = SALIENTE'.
           05  CT-MOTIVO-SIN-RECEPTOR PIC X(20) VALUE
               'RECEPTOR INEXISTENTE'.
           05  CT-RESULTADO-TRASPASO  PIC X(20) VALUE
               'TRASPASADO'.
           05  CT-RESULTADO-YA-CLIENTE PIC X(20) VALUE
               'YA ERA SU CLIENTE'.
           05  CT-RESULTADO-SIN-ZONA  PIC X(20) VALUE
               'SIN AGENTE EN ZONA'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-TRASPASADOS         PIC 9(05).
           05  CN-YA-CLIENTES         PIC 9(05).
           05  CN-SIN-AGENTE          PIC 9(05).
           05  CN-CARTAS              PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-DNI-SALIENTE        PIC X(09).
           05  WK-NUM-AG-SALIENTE     PIC X(09).
           05  WK-FECHA-EFECTO        PIC X(10).
           05  WK-DNI-CLIENTE         PIC X(09).
           05  WK-ZONA                PIC X(02).
           05  WK-NOMBRE-CLIENTE      PIC X(75).
           05  WK-DIRECCION-CLIENTE   PIC X(100).
           05  WK-FILAS               PIC S9(09) COMP.
           05  WK-MOTIVO              PIC X(20).
           05  WK-RECEPTOR.
               10  WK-NUM-AG-NUEVO    PIC X(09).
               10  WK-DNI-AG-NUEVO    PIC X(09).
               10  WK-NOMBRE-AG-NUEVO PIC X(25).
               10  WK-APE1-AG-NUEVO   PIC X(25).
               10  WK-APE2-AG-NUEVO   PIC X(25).
               10  WK-TELEF-AG-NUEVO  PIC X(10).
      *
      * REGISTRO DEL FICHERO DE TRASPASOS
       01  DATOS-TRASPASO.
           05  DNI-SALIENTE-TRA       PIC X(09).
           05  TIPO-TRA               PIC X(01).
               88  SI-REPARTO-AGENTE            VALUE 'A'.
               88  SI-REPARTO-ZONA              VALUE 'Z'.
           05  DNI-RECEPTOR-TRA       PIC X(09).
           05  FECHA-EFECTO-TRA       PIC X(10).
           05  FILLER                 PIC X(51).
      *
      * LINEAS DE LA CARTA DE PRESENTACION
       01  LINEA-CARTA-1.
           05  FILLER                 PIC X(09) VALUE 'CLIENTE: '.
           05  NOMBRE-CARTA           PIC X(75).
           05  FILLER                 PIC X(36) VALUE SPACES.
       01  LINEA-CARTA-2.
           05  FILLER                 PIC X(11) VALUE 'DIRECCION: '.
           05  DIRECCION-CARTA        PIC X(100).
           05  FILLER                 PIC X(09) VALUE SPACES.
       01  LINEA-CARTA-3.
           05  FILLER                 PIC X(34) VALUE
               'LE PRESENTAMOS A SU NUEVO AGENTE: '.
           05  NOMBRE-AG-CARTA        PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APE1-AG-CARTA          PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APE2-AG-CARTA          PIC X(25).
           05  FILLER                 PIC X(09) VALUE SPACES.
       01  LINEA-CARTA-4.
           05  FILLER                 PIC X(29) VALUE
               'QUE LE ATENDERA A PARTIR DEL '.
           05  EFECTO-CARTA           PIC X(10).
           05  FILLER                 PIC X(12) VALUE
               '. TELEFONO: '.
           05  TELEFONO-CARTA         PIC X(10).
           05  FILLER                 PIC X(14) VALUE
               '  AGENTE NUM. '.
           05  NUM-AG-CARTA           PIC X(09).
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LINEA-INFORME.
           05  SALIENTE-INF           PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-INF               PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLIENTE-INF            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ZONA-INF               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUEVO-INF              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EFECTO-INF             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-INF          PIC X(20).
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FTRASPAS        PIC X(01).
               88  SI-FIN-FTRASPAS              VALUE 'S'.
               88  NO-FIN-FTRASPAS              VALUE 'N'.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-TRASPASO            PIC X(01).
               88  SI-TRASPASO-VALIDO           VALUE 'S'.
               88  NO-TRASPASO-VALIDO           VALUE 'N'.
           05  SW-RECEPTOR            PIC X(01).
               88  SI-RECEPTOR                  VALUE 'S'.
               88  NO-RECEPTOR                  VALUE 'N'.
      *
      * AREA DE LA RUTINA DE FECHAS
       COPY CPYFECHA.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN AGENTES_MAPFRE------*
      *
           EXEC SQL
               INCLUDE TBAGEFIN
           END-EXEC.
      *
      *--------DCLGEN HISTORICO_AGENTES---*
      *
           EXEC SQL
               INCLUDE TBHISAGE
           END-EXEC.
      *
      *--------CURSOR DE LA CARTERA DEL AGENTE SALIENTE----------------*
      *    LA ZONA ES LA DE CLIENTES_PEPITO_SEG, COMO EN ALTASIN.
      *
           EXEC SQL
               DECLARE CUR-CARTERA CURSOR FOR
                SELECT A.DNI_CLI
                      ,COALESCE((SELECT MAX(SUBSTR(C.COD_POSTAL, 1, 2))
                                   FROM CLIENTES_PEPITO_SEG C
                                  WHERE C.DNI_CL = A.DNI_CLI), ' ')
                  FROM AGENTES_MAPFRE A
                 WHERE A.DNI_AG = :WK-DNI-SALIENTE
                 ORDER BY A.DNI_CLI
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-FTRASPAS
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      DATOS-TRASPASO
                      DCLAGENTES-MAPFRE
                      DCLHISTORICO-AGENTES
      *
           SET NO-FIN-FTRASPAS           TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
      *
           OPEN INPUT  FTRASPAS
           OPEN OUTPUT FCARTAS
                       FINFORME
      *
           IF FS-FTRASPAS NOT = CT-00
              OR FS-FCARTAS NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FTRASPAS ' ' FS-FCARTAS
                      ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FTRASPAS
              THRU 9000-LEER-FTRASPAS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN TRASPASO NO VALIDO SE RECHAZA ENTERO. SI ES VALIDO SE   *
      *     RECORRE LA CARTERA DEL SALIENTE Y SE CONFIRMA AL TERMINAR. *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-TRASPASO
              THRU 2100-VALIDAR-TRASPASO-EXIT
      *
           IF NO-TRASPASO-VALIDO
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           ELSE
              PERFORM 2200-TRASPASAR-CARTERA
                 THRU 2200-TRASPASAR-CARTERA-EXIT
      *
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF
      *
           PERFORM 9000-LEER-FTRASPAS
              THRU 9000-LEER-FTRASPAS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-TRASPASO                                      *
      *     TIPO DE REPARTO, FECHA DE EFECTO, CARTERA DEL SALIENTE Y,  *
      *     EN EL REPARTO A UN AGENTE, EXISTENCIA DEL RECEPTOR (TIENE  *
      *     QUE TENER AL MENOS UN CLIENTE EN AGENTES_MAPFRE).          *
      ******************************************************************
       2100-VALIDAR-TRASPASO.
      *
           SET NO-TRASPASO-VALIDO        TO TRUE
           MOVE DNI-SALIENTE-TRA         TO WK-DNI-SALIENTE
           MOVE FECHA-EFECTO-TRA         TO WK-FECHA-EFECTO
      *
           IF NOT SI-REPARTO-AGENTE
              AND NOT SI-REPARTO-ZONA
              MOVE CT-MOTIVO-TIPO        TO WK-MOTIVO
              GO TO 2100-VALIDAR-TRASPASO-EXIT
           END-IF
      *
           MOVE 'V'                      TO OPCION-FEC
           MOVE WK-FECHA-EFECTO          TO FECHA-E-FEC
           CALL 'RUTFECHA' USING CPYFECHA
      *
           IF RETORNO-FEC NOT = '00'
              MOVE CT-MOTIVO-FECHA       TO WK-MOTIVO
              GO TO 2100-VALIDAR-TRASPASO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_AGENTE
                 INTO :WK-NUM-AG-SALIENTE
                 FROM AGENTES_MAPFRE
                WHERE DNI_AG = :WK-DNI-SALIENTE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE CT-MOTIVO-SIN-CARTERA TO WK-MOTIVO
                    GO TO 2100-VALIDAR-TRASPASO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-TRASPASO'
                    DISPLAY 'TABLA: AGENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF SI-REPARTO-AGENTE
              IF DNI-RECEPTOR-TRA = WK-DNI-SALIENTE
                 MOVE CT-MOTIVO-MISMO-AGENTE TO WK-MOTIVO
                 GO TO 2100-VALIDAR-TRASPASO-EXIT
              END-IF
      *
              MOVE DNI-RECEPTOR-TRA      TO WK-DNI-AG-NUEVO
              PERFORM 2150-CARGAR-RECEPTOR
                 THRU 2150-CARGAR-RECEPTOR-EXIT
      *
              IF NO-RECEPTOR
                 MOVE CT-MOTIVO-SIN-RECEPTOR TO WK-MOTIVO
                 GO TO 2100-VALIDAR-TRASPASO-EXIT
              END-IF
           END-IF
      *
           SET SI-TRASPASO-VALIDO        TO TRUE
      *
           .
       2100-VALIDAR-TRASPASO-EXIT.
           EXIT.
      ******************************************************************
      *     2150-CARGAR-RECEPTOR                                       *
      *     DATOS DEL AGENTE RECEPTOR (WK-DNI-AG-NUEVO) TOMADOS DE UNA *
      *     CUALQUIERA DE SUS FILAS EN AGENTES_MAPFRE.                 *
      ******************************************************************
       2150-CARGAR-RECEPTOR.
      *
           SET SI-RECEPTOR               TO TRUE
      *
           EXEC SQL
               SELECT NUM_AGENTE
                     ,NOMBRE
                     ,APE_1
                     ,APE_2
                     ,TELEFONO
                 INTO :WK-NUM-AG-NUEVO
                     ,:WK-NOMBRE-AG-NUEVO
                     ,:WK-APE1-AG-NUEVO
                     ,:WK-APE2-AG-NUEVO
                     ,:WK-TELEF-AG-NUEVO
                 FROM AGENTES_MAPFRE
                WHERE DNI_AG = :WK-DNI-AG-NUEVO
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-RECEPTOR      TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2150-CARGAR-RECEPTOR'
                    DISPLAY 'TABLA: AGENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2150-CARGAR-RECEPTOR-EXIT.
           EXIT.
      ******************************************************************
      *     2200-TRASPASAR-CARTERA                                     *
      *     RECORRE LOS CLIENTES DEL AGENTE SALIENTE.                  *
      ******************************************************************
       2200-TRASPASAR-CARTERA.
      *
           EXEC SQL
               OPEN CUR-CARTERA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CARTERA'
              DISPLAY 'PARRAFO: 2200-TRASPASAR-CARTERA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 9100-LEER-CURSOR
              THRU 9100-LEER-CURSOR-EXIT
      *
           PERFORM 2300-TRASPASAR-CLIENTE
              THRU 2300-TRASPASAR-CLIENTE-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-CARTERA
           END-EXEC
      *
           .
       2200-TRASPASAR-CARTERA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-TRASPASAR-CLIENTE                                     *
      *     EN EL REPARTO POR ZONA ELIGE EL RECEPTOR DE CADA CLIENTE;  *
      *     SI NO HAY NINGUNO EL CLIENTE SE QUEDA CON EL SALIENTE Y    *
      *     SOLO SALE EN EL INFORME.                                   *
      ******************************************************************
       2300-TRASPASAR-CLIENTE.
      *
           IF SI-REPARTO-ZONA
              PERFORM 2310-ELEGIR-AGENTE-ZONA
                 THRU 2310-ELEGIR-AGENTE-ZONA-EXIT
           END-IF
      *
           IF NO-RECEPTOR
              MOVE SPACES                TO WK-DNI-AG-NUEVO
              MOVE CT-RESULTADO-SIN-ZONA TO WK-MOTIVO
              ADD CT-1                   TO CN-SIN-AGENTE
      *
              PERFORM 2700-ESCRIBIR-INFORME
                 THRU 2700-ESCRIBIR-INFORME-EXIT
           ELSE
              PERFORM 2350-APLICAR-TRASPASO
                 THRU 2350-APLICAR-TRASPASO-EXIT
           END-IF
      *
           PERFORM 9100-LEER-CURSOR
              THRU 9100-LEER-CURSOR-EXIT
      *
           .
       2300-TRASPASAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2310-ELEGIR-AGENTE-ZONA                                    *
      *     EL AGENTE, DISTINTO DEL SALIENTE, CON MAS CLIENTES EN LA   *
      *     ZONA POSTAL DEL CLIENTE. A IGUALDAD, EL DE MENOR DNI.      *
      ******************************************************************
       2310-ELEGIR-AGENTE-ZONA.
      *
           SET NO-RECEPTOR               TO TRUE
      *
           IF WK-ZONA = SPACES
              GO TO 2310-ELEGIR-AGENTE-ZONA-EXIT
           END-IF
      *
           EXEC SQL
               SELECT A.DNI_AG
                 INTO :WK-DNI-AG-NUEVO
                 FROM AGENTES_MAPFRE A
                     ,CLIENTES_PEPITO_SEG C
                WHERE C.DNI_CL = A.DNI_CLI
                  AND SUBSTR(C.COD_POSTAL, 1, 2) = :WK-ZONA
                  AND A.DNI_AG <> :WK-DNI-SALIENTE
                GROUP BY A.DNI_AG
                ORDER BY COUNT(*) DESC, A.DNI_AG
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2150-CARGAR-RECEPTOR
                       THRU 2150-CARGAR-RECEPTOR-EXIT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2310-ELEGIR-AGENTE-ZONA'
                    DISPLAY 'TABLA: AGENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2310-ELEGIR-AGENTE-ZONA-EXIT.
           EXIT.
      ******************************************************************
      *     2320-GRABAR-HISTORICO                                      *
      *     LA ASIGNACION DEL SALIENTE EMPEZO CUANDO LO RECIBIO EN UN  *
      *     TRASPASO ANTERIOR (SI NO LO TENIA YA) O, SI NO HAY         *
      *     TRASPASO PREVIO, DESDE SIEMPRE.                            *
      ******************************************************************
       2320-GRABAR-HISTORICO.
      *
           MOVE WK-DNI-CLIENTE           TO HA-DNI-CLI
           MOVE WK-NUM-AG-SALIENTE       TO HA-NUM-AGENTE
           MOVE WK-DNI-SALIENTE          TO HA-DNI-AG
           MOVE WK-FECHA-EFECTO          TO HA-FECHA-HASTA
           MOVE WK-NUM-AG-NUEVO          TO HA-NUM-AGENTE-NUEVO
           MOVE WK-DNI-AG-NUEVO          TO HA-DNI-AG-NUEVO
      *
           EXEC SQL
               SELECT COALESCE(MAX(FECHA_HASTA), DATE('0001-01-01'))
                 INTO :HA-FECHA-DESDE
                 FROM HISTORICO_AGENTES
                WHERE DNI_CLI      = :HA-DNI-CLI
                  AND DNI_AG_NUEVO = :HA-DNI-AG
                  AND YA_CLIENTE   = 'N'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2320-GRABAR-HISTORICO'
              DISPLAY 'TABLA: HISTORICO_AGENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO HISTORICO_AGENTES
                     (DNI_CLI
                     ,NUM_AGENTE
                     ,DNI_AG
                     ,FECHA_DESDE
                     ,FECHA_HASTA
                     ,NUM_AGENTE_NUEVO
                     ,DNI_AG_NUEVO
                     ,YA_CLIENTE
                     ,FECHA_TRASPASO)
               VALUES (:HA-DNI-CLI
                      ,:HA-NUM-AGENTE
                      ,:HA-DNI-AG
                      ,:HA-FECHA-DESDE
                      ,:HA-FECHA-HASTA
                      ,:HA-NUM-AGENTE-NUEVO
                      ,:HA-DNI-AG-NUEVO
                      ,:HA-YA-CLIENTE
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2320-GRABAR-HISTORICO'
              DISPLAY 'TABLA: HISTORICO_AGENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2320-GRABAR-HISTORICO-EXIT.
           EXIT.
      ******************************************************************
      *     2330-REASIGNAR-CLIENTE                                     *
      *     LA FILA DEL SALIENTE PASA AL RECEPTOR CON SUS DATOS. SI EL *
      *     RECEPTOR YA TENIA AL CLIENTE SE BORRA PARA NO DUPLICARLO.  *
      ******************************************************************
       2330-REASIGNAR-CLIENTE.
      *
           IF HA-YA-CLIENTE = 'S'
              EXEC SQL
                  DELETE FROM AGENTES_MAPFRE
                   WHERE DNI_AG  = :WK-DNI-SALIENTE
                     AND DNI_CLI = :WK-DNI-CLIENTE
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE AGENTES_MAPFRE
                     SET NUM_AGENTE = :WK-NUM-AG-NUEVO
                        ,DNI_AG     = :WK-DNI-AG-NUEVO
                        ,NOMBRE     = :WK-NOMBRE-AG-NUEVO
                        ,APE_1      = :WK-APE1-AG-NUEVO
                        ,APE_2      = :WK-APE2-AG-NUEVO
                        ,TELEFONO   = :WK-TELEF-AG-NUEVO
                   WHERE DNI_AG  = :WK-DNI-SALIENTE
                     AND DNI_CLI = :WK-DNI-CLIENTE
              END-EXEC
           END-IF
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2330-REASIGNAR-CLIENTE'
              DISPLAY 'TABLA: AGENTES_MAPFRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2330-REASIGNAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2350-APLICAR-TRASPASO                                      *
      *     CIERRA LA ASIGNACION EN EL HISTORICO, REASIGNA EL CLIENTE  *
      *     Y EMITE LA CARTA. SI EL RECEPTOR YA TENIA AL CLIENTE NO    *
      *     HAY CARTA.                                                 *
      ******************************************************************
       2350-APLICAR-TRASPASO.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-FILAS
                 FROM AGENTES_MAPFRE
                WHERE DNI_AG  = :WK-DNI-AG-NUEVO
                  AND DNI_CLI = :WK-DNI-CLIENTE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2350-APLICAR-TRASPASO'
              DISPLAY 'TABLA: AGENTES_MAPFRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-FILAS > 0
              MOVE 'S'                   TO HA-YA-CLIENTE
           ELSE
              MOVE 'N'                   TO HA-YA-CLIENTE
           END-IF
      *
           PERFORM 2320-GRABAR-HISTORICO
              THRU 2320-GRABAR-HISTORICO-EXIT
      *
           PERFORM 2330-REASIGNAR-CLIENTE
              THRU 2330-REASIGNAR-CLIENTE-EXIT
      *
           IF HA-YA-CLIENTE = 'S'
              MOVE CT-RESULTADO-YA-CLIENTE TO WK-MOTIVO
              ADD CT-1                   TO CN-YA-CLIENTES
           ELSE
              MOVE CT-RESULTADO-TRASPASO TO WK-MOTIVO
              ADD CT-1                   TO CN-TRASPASADOS
      *
              PERFORM 2400-GENERAR-CARTA
                 THRU 2400-GENERAR-CARTA-EXIT
           END-IF
      *
           PERFORM 2700-ESCRIBIR-INFORME
              THRU 2700-ESCRIBIR-INFORME-EXIT
      *
           .
       2350-APLICAR-TRASPASO-EXIT.
           EXIT.
      ******************************************************************
      *     2400-GENERAR-CARTA                                         *
      *     CARTA DE PRESENTACION DEL NUEVO AGENTE. SIN CLIENTE EN     *
      *     CLIENTES_MAPFRE NO HAY CARTA PERO EL TRASPASO SE MANTIENE. *
      ******************************************************************
       2400-GENERAR-CARTA.
      *
           EXEC SQL
               SELECT NOMBRE
                     ,DIRECCION
                 INTO :WK-NOMBRE-CLIENTE
                     ,:WK-DIRECCION-CLIENTE
                 FROM CLIENTES_MAPFRE
                WHERE DNI = :WK-DNI-CLIENTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    GO TO 2400-GENERAR-CARTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-GENERAR-CARTA'
                    DISPLAY 'TABLA: CLIENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-NOMBRE-CLIENTE        TO NOMBRE-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-1
      *
           MOVE WK-DIRECCION-CLIENTE     TO DIRECCION-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-2
      *
           MOVE WK-NOMBRE-AG-NUEVO       TO NOMBRE-AG-CARTA
           MOVE WK-APE1-AG-NUEVO         TO APE1-AG-CARTA
           MOVE WK-APE2-AG-NUEVO         TO APE2-AG-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-3
      *
           MOVE WK-FECHA-EFECTO          TO EFECTO-CARTA
           MOVE WK-TELEF-AG-NUEVO        TO TELEFONO-CARTA
           MOVE WK-NUM-AG-NUEVO          TO NUM-AG-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-4
      *
           MOVE SPACES                   TO REG-FCARTAS
           WRITE REG-FCARTAS
      *
           IF FS-FCARTAS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCARTAS'
              DISPLAY 'PARRAFO: 2400-GENERAR-CARTA'
              DISPLAY 'FILE STATUS: ' FS-FCARTAS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CARTAS
      *
           .
       2400-GENERAR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      *     TRASPASO NO VALIDO: UNA LINEA EN EL INFORME CON EL MOTIVO. *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE SPACES                   TO WK-DNI-CLIENTE
                                            WK-ZONA
           MOVE DNI-RECEPTOR-TRA         TO WK-DNI-AG-NUEVO
      *
           PERFORM 2700-ESCRIBIR-INFORME
              THRU 2700-ESCRIBIR-INFORME-EXIT
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-INFORME                                      *
      ******************************************************************
       2700-ESCRIBIR-INFORME.
      *
           MOVE DNI-SALIENTE-TRA         TO SALIENTE-INF
           MOVE TIPO-TRA                 TO TIPO-INF
           MOVE WK-DNI-CLIENTE           TO CLIENTE-INF
           MOVE WK-ZONA                  TO ZONA-INF
           MOVE WK-DNI-AG-NUEVO          TO NUEVO-INF
           MOVE FECHA-EFECTO-TRA         TO EFECTO-INF
           MOVE WK-MOTIVO                TO RESULTADO-INF
      *
           WRITE REG-FINFORME FROM LINEA-INFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-ESCRIBIR-INFORME-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     CON ERROR TECNICO SE DESHACE EL TRASPASO A MEDIAS; LOS YA  *
      *     TERMINADOS ESTAN CONFIRMADOS UNO A UNO.                    *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FTRASPAS
                 FCARTAS
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   T R A S P A G E    **'
           DISPLAY '***********************************'
           DISPLAY '*TRASPASOS LEIDOS   : ' CN-REG-LEIDOS '      *'
           DISPLAY '*TRASPASOS RECHAZ.  : ' CN-RECHAZADOS '      *'
           DISPLAY '*CLIENTES TRASPASAD.: ' CN-TRASPASADOS '      *'
           DISPLAY '*YA CLIENTES DEL REC: ' CN-YA-CLIENTES '      *'
           DISPLAY '*SIN AGENTE EN ZONA : ' CN-SIN-AGENTE '      *'
           DISPLAY '*CARTAS EMITIDAS    : ' CN-CARTAS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FTRASPAS                                         *
      ******************************************************************
       9000-LEER-FTRASPAS.
      *
           READ FTRASPAS INTO DATOS-TRASPASO
      *
           EVALUATE FS-FTRASPAS
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FTRASPAS  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FTRASPAS'
                    DISPLAY 'PARRAFO: 9000-LEER-FTRASPAS'
                    DISPLAY 'FILE STATUS: ' FS-FTRASPAS
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FTRASPAS-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CURSOR                                           *
      ******************************************************************
       9100-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-CARTERA
                INTO :WK-DNI-CLIENTE
                    ,:WK-ZONA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CARTERA'
                    DISPLAY 'PARRAFO: 9100-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CURSOR-EXIT.
           EXIT.
