      ******************************************************************
      ** C A R T A S I N.-CORRESPONDENCIA DIARIA DE SINIESTROS AL     **
      **                  TOMADOR. BUSCA LOS HECHOS DE LOS ULTIMOS N  **
      **                  DIAS (N POR SYSIN) QUE AUN NO TIENEN CARTA  **
      **                  EN CARTAS_SINIESTROS Y ENVIA:               **
      **                  - ACUSE DE RECIBO ('A') AL REGISTRARSE EL   **
      **                    SINIESTRO (APERTURA DE SU PRIMERA RESERVA **
      **                    EN RESERVAS_SINIESTROS).                  **
      **                  - CARTA DE DECISION ('D') AL ESTAMPARSE     **
      **                    FECHA_DECISION: ACEPTACION CON LA         **
      **                    INDEMNIZACION Y LA FRANQUICIA DE LA       **
      **                    COBERTURA AFECTADA (COMO PAGOSIN) O       **
      **                    RECHAZO CON EL TEXTO DEL MOTIVO Y COMO    **
      **                    APELAR (APELASIN). UNA APELACION ESTIMADA **
      **                    REESTAMPA LA FECHA Y GENERA OTRA CARTA.   **
      **                  - AVISO DE PAGO ('P') POR CADA ANTICIPO DE  **
      **                    ANTPAGO Y CADA FINIQUITO DE PAGOSIN EN    **
      **                    PAGOS_SINIESTROS.                         **
      **                  LA CARTA VA POR CORREO ELECTRONICO (FEMAIL) **
      **                  SI EL TOMADOR TIENE EN DIRELEC UN EMAIL NO  **
      **                  MUERTO Y SI NO POR CORREO POSTAL (FCARTAS) A**
      **                  SU DIRECCION DE CLIENTES_MAPFRE. CADA CARTA **
      **                  ENVIADA QUEDA REGISTRADA EN                 **
      **                  CARTAS_SINIESTROS CONTRA EL SINIESTRO. UN   **
      **                  HECHO SIN DIRECCION NI EMAIL NO SE REGISTRA **
      **                  (SE REINTENTA AL DIA SIGUIENTE) Y TERMINA   **
      **                  CON RC 4.                                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CARTASIN.
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
           SELECT FCARTAS ASSIGN TO FCARTAS
           FILE STATUS FS-FCARTAS.
      *
           SELECT FEMAIL ASSIGN TO FEMAIL
           FILE STATUS FS-FEMAIL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCARTAS
           RECORDING MODE IS F.
       01  REG-FCARTAS                PIC X(0120).
      *    CARTAS PARA CORREO POSTAL
      *
       FD FEMAIL
           RECORDING MODE IS F.
       01  REG-FEMAIL                 PIC X(0120).
      *    CARTAS PARA LA PASARELA DE CORREO ELECTRONICO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCARTAS             PIC X(02).
           05  FS-FEMAIL              PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-DIAS-DEFECTO        PIC 9(03) VALUE 7.
           05  CT-CANAL-EMAIL         PIC X(03) VALUE 'EML'.
           05  CT-CANAL-POSTAL        PIC X(03) VALUE 'POS'.
      *
      * TABLA DE CORRESPONDENCIA ENTRE LA PRIMERA PALABRA DE LA CAUSA
      * DEL SINIESTRO Y EL TIPO DE COBERTURA AFECTADA, COMO EN
      * PAGOSIN. LAS CAUSAS QUE NO FIGURAN NO LLEVAN FRANQUICIA.
       01  CT-TABLA-CAUSAS.
           05  FILLER              PIC X(17) VALUE 'INCENDIO       IN'.
           05  FILLER              PIC X(17) VALUE 'ROBO           RO'.
           05  FILLER              PIC X(17) VALUE 'AGUA           DA'.
           05  FILLER              PIC X(17) VALUE 'COLISION       CO'.
           05  FILLER              PIC X(17) VALUE 'LUNAS          LU'.
           05  FILLER              PIC X(17) VALUE 'FALLECIMIENTO  FA'.
           05  FILLER              PIC X(17) VALUE 'INVALIDEZ      IV'.
           05  FILLER              PIC X(17) VALUE 'RESPONSABILIDADRC'.
       01  CT-TABLA-CAUSAS-R REDEFINES CT-TABLA-CAUSAS.
           05  CAUSAS-TB OCCURS 8.
               10  PALABRA-CAUSA-TB               PIC X(15).
               10  COBERTURA-CAUSA-TB             PIC X(02).
      *
      * TEXTO PARA EL CLIENTE DE CADA MOTIVO_RECHAZO (CODIGOS DE
      * CPYSINFI). UN CODIGO QUE NO FIGURA USA EL TEXTO DEL '04'.
       01  CT-TABLA-MOTIVOS.
           05  FILLER                 PIC X(02) VALUE '01'.
           05  FILLER                 PIC X(55) VALUE
               'LOS DANOS DECLARADOS NO ESTAN CUBIERTOS: LA CAUSA DEL'.
           05  FILLER                 PIC X(55) VALUE
               'SINIESTRO ESTA EXCLUIDA DE LAS COBERTURAS DE LA POLIZA'.
           05  FILLER                 PIC X(02) VALUE '02'.
           05  FILLER                 PIC X(55) VALUE
               'LA INVESTIGACION DEL SINIESTRO HA DETECTADO'.
           05  FILLER                 PIC X(55) VALUE
               'IRREGULARIDADES EN LA DECLARACION DE LOS HECHOS.'.
           05  FILLER                 PIC X(02) VALUE '03'.
           05  FILLER                 PIC X(55) VALUE
               'NO HEMOS RECIBIDO LA DOCUMENTACION NECESARIA PARA'.
           05  FILLER                 PIC X(55) VALUE
               'VALORAR LOS DANOS DECLARADOS.'.
           05  FILLER                 PIC X(02) VALUE '04'.
           05  FILLER                 PIC X(55) VALUE
               'EL SINIESTRO NO REUNE LAS CONDICIONES QUE ESTABLECE SU'.
           05  FILLER                 PIC X(55) VALUE
               'POLIZA PARA SER INDEMNIZADO.'.
       01  CT-TABLA-MOTIVOS-R REDEFINES CT-TABLA-MOTIVOS.
           05  MOTIVOS-TB OCCURS 4.
               10  CODIGO-MOTIVO-TB               PIC X(02).
               10  TEXTO1-MOTIVO-TB               PIC X(55).
               10  TEXTO2-MOTIVO-TB               PIC X(55).
      *
       01  CN-CONTADORES.
           05  CN-HECHOS              PIC 9(05).
           05  CN-ACUSES              PIC 9(05).
           05  CN-DECISIONES          PIC 9(05).
           05  CN-AVISOS-PAGO         PIC 9(05).
           05  CN-CANAL-EMAIL         PIC 9(05).
           05  CN-CANAL-POSTAL        PIC 9(05).
           05  CN-SIN-DESTINO         PIC 9(05).
           05  CN-SIN-POLIZA          PIC 9(05).
      *
       01  WK-VARIABLES.
      * DIAS HACIA ATRAS EN LOS QUE SE BUSCAN HECHOS SIN CARTA
           05  WK-DIAS-E              PIC 9(03).
           05  WK-DNI-TOMADOR         PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-COBERTURA1          PIC X(02).
           05  WK-COBERTURA2          PIC X(02).
           05  WK-COBERTURA3          PIC X(02).
           05  WK-COBERTURA4          PIC X(02).
           05  WK-FRANQUICIA1         PIC S9(13)V9(2) COMP-3.
           05  WK-FRANQUICIA2         PIC S9(13)V9(2) COMP-3.
           05  WK-FRANQUICIA3         PIC S9(13)V9(2) COMP-3.
           05  WK-FRANQUICIA4         PIC S9(13)V9(2) COMP-3.
           05  WK-FRANQUICIA          PIC S9(13)V9(2) COMP-3.
           05  WK-A-PERCIBIR          PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMERA-PALABRA     PIC X(15).
           05  WK-COBERTURA-AFECTADA  PIC X(02).
           05  WK-NUM-BENEF           PIC S9(09) COMP.
           05  WK-LINEA-CARTA         PIC X(120).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-MOTIVO             PIC 9(02).
      *
      * LINEAS DE LAS CARTAS
       01  LINEA-EMAIL.
           05  FILLER                 PIC X(06) VALUE 'PARA: '.
           05  EMAIL-EMAIL            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-EMAIL           PIC X(75).
           05  FILLER                 PIC X(17) VALUE SPACES.
      *
       01  LINEA-CARTA-1.
           05  FILLER                 PIC X(09) VALUE 'CLIENTE: '.
           05  NOMBRE-CARTA           PIC X(75).
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LINEA-CARTA-2.
           05  FILLER                 PIC X(11) VALUE 'DIRECCION: '.
           05  DIRECCION-CARTA        PIC X(100).
           05  FILLER                 PIC X(09) VALUE SPACES.
      *
       01  LINEA-CARTA-REF.
           05  FILLER                 PIC X(11) VALUE 'SINIESTRO: '.
           05  SINIESTRO-REF          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(10) VALUE '  POLIZA: '.
           05  POLIZA-REF             PIC X(09).
           05  FILLER                 PIC X(09) VALUE '  FECHA: '.
           05  FECHA-REF              PIC X(10).
           05  FILLER                 PIC X(62) VALUE SPACES.
      *
       01  LINEA-CARTA-CAUSA.
           05  FILLER                 PIC X(07) VALUE 'CAUSA: '.
           05  CAUSA-CAUSA            PIC X(55).
           05  FILLER                 PIC X(23) VALUE
               '  FECHA DEL SINIESTRO: '.
           05  FECHA-CAUSA            PIC X(10).
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  LINEA-CARTA-IMPORTE.
           05  TEXTO-IMP              PIC X(40).
           05  IMPORTE-IMP            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(06) VALUE ' EUROS'.
           05  FILLER                 PIC X(57) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-SINIESTRO           PIC X(01).
               88  SI-SINIESTRO-HALLADO         VALUE 'S'.
               88  NO-SINIESTRO-HALLADO         VALUE 'N'.
           05  SW-DESTINO             PIC X(01).
               88  SI-DESTINO-HALLADO           VALUE 'S'.
               88  NO-DESTINO-HALLADO           VALUE 'N'.
           05  SW-CANAL               PIC X(01).
               88  SI-CANAL-EMAIL               VALUE 'E'.
               88  SI-CANAL-POSTAL              VALUE 'P'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SINIESTROS_PEPITO_SEG*
      *
           EXEC SQL
               INCLUDE TBSINFIN
           END-EXEC.
      *
      *--------DCLGEN PAGOS_SINIESTROS----*
      *
           EXEC SQL
               INCLUDE TBPAGSIN
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAPFRE-----*
      *
           EXEC SQL
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN DIRELEC-------------*
      *
           EXEC SQL
               INCLUDE TBDIRELE
           END-EXEC.
      *
      *--------DCLGEN CARTAS_SINIESTROS---*
      *
           EXEC SQL
               INCLUDE TBCARSIN
           END-EXEC.
      *
      *--------CURSOR DE HECHOS PENDIENTES DE CARTA--------------------*
      *
           EXEC SQL
               DECLARE CUR-HECHOS CURSOR WITH HOLD FOR
               SELECT 'A'
                     ,X.ID_SINIETRO
                     ,0
                     ,MIN(R.FECHA_APERTURA)
                     ,0
                     ,' '
                 FROM SINIESTROS_PEPITO_SEG X
                     ,RESERVAS_SINIESTROS R
                WHERE R.ID_SINIETRO = X.ID_SINIETRO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CARTAS_SINIESTROS C
                        WHERE C.ID_SINIETRO = X.ID_SINIETRO
                          AND C.TIPO_CARTA = 'A')
                GROUP BY X.ID_SINIETRO
               HAVING MIN(R.FECHA_APERTURA) >=
                      CURRENT DATE - :WK-DIAS-E DAYS
               UNION ALL
               SELECT 'D'
                     ,X.ID_SINIETRO
                     ,0
                     ,X.FECHA_DECISION
                     ,0
                     ,' '
                 FROM SINIESTROS_PEPITO_SEG X
                WHERE X.FECHA_DECISION >= CURRENT DATE - :WK-DIAS-E DAYS
                  AND X.ACPTADO IN ('S', 'N')
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CARTAS_SINIESTROS C
                        WHERE C.ID_SINIETRO = X.ID_SINIETRO
                          AND C.TIPO_CARTA = 'D'
                          AND C.FECHA_EVENTO = X.FECHA_DECISION)
               UNION ALL
               SELECT 'P'
                     ,P.ID_SINIETRO
                     ,P.NUM_PAGO
                     ,P.FECHA_PAGO
                     ,P.IMPORTE_PAGO
                     ,P.TIPO_PAGO
                 FROM PAGOS_SINIESTROS P
                WHERE P.TIPO_PAGO IN ('A', 'F')
                  AND P.FECHA_PAGO >= CURRENT DATE - :WK-DIAS-E DAYS
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CARTAS_SINIESTROS C
                        WHERE C.ID_SINIETRO = P.ID_SINIETRO
                          AND C.TIPO_CARTA = 'P'
                          AND C.NUM_PAGO = P.NUM_PAGO)
                ORDER BY 2, 1, 3
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
             UNTIL SI-FIN-CURSOR
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
                      DCLSINIESTROS-PEPITO-SEG
                      DCLPAGOS-SINIESTROS
                      DCLCLIENTES-MAPFRE
                      DCLDIRELEC
                      DCLCARTAS-SINIESTROS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
      * DIAS DE VENTANA (7 POR DEFECTO): LAS CARTAS YA ENVIADAS NO SE
      * REPITEN, ASI QUE LA VENTANA SOLO CUBRE DIAS SIN EJECUCION.
           ACCEPT WK-DIAS-E FROM SYSIN
      *
           IF WK-DIAS-E NOT NUMERIC OR WK-DIAS-E = 0
              MOVE CT-DIAS-DEFECTO       TO WK-DIAS-E
           END-IF
      *
           DISPLAY 'CARTASIN: HECHOS DE LOS ULTIMOS ' WK-DIAS-E ' DIAS'
      *
           OPEN OUTPUT FCARTAS
                       FEMAIL
      *
           IF FS-FCARTAS NOT = CT-00
              OR FS-FEMAIL NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCARTAS ' ' FS-FEMAIL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-HECHOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-HECHOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UNA CARTA POR HECHO. LA CARTA Y SU REGISTRO SE CONFIRMAN   *
      *     JUNTOS.                                                    *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-DATOS-SINIESTRO
              THRU 2100-DATOS-SINIESTRO-EXIT
      *
           IF SI-SINIESTRO-HALLADO
              PERFORM 2200-DESTINO
                 THRU 2200-DESTINO-EXIT
      *
              IF SI-DESTINO-HALLADO
                 PERFORM 2300-ESCRIBIR-CARTA
                    THRU 2300-ESCRIBIR-CARTA-EXIT
      *
                 PERFORM 2400-REGISTRAR-CARTA
                    THRU 2400-REGISTRAR-CARTA-EXIT
      *
                 EXEC SQL
                     COMMIT
                 END-EXEC
              END-IF
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-DATOS-SINIESTRO                                       *
      *     SINIESTRO Y POLIZA: TOMADOR, RAMO Y COBERTURAS CON SUS     *
      *     FRANQUICIAS.                                               *
      ******************************************************************
       2100-DATOS-SINIESTRO.
      *
           SET SI-SINIESTRO-HALLADO      TO TRUE
           MOVE CR-ID-SINIETRO           TO TB-ID-SINIETRO
      *
           EXEC SQL
               SELECT X.FECHA_SINIESTRO
                     ,X.CAUSAS
                     ,X.ACPTADO
                     ,COALESCE(X.INDEMNIZACION, 0)
                     ,X.NUMERO_POLIZA
                     ,COALESCE(X.MOTIVO_RECHAZO, '  ')
                     ,S.DNI_CL
                     ,S.TIPO
                     ,S.COBERTURA1_TIPO
                     ,S.COBERTURA2_TIPO
                     ,S.COBERTURA3_TIPO
                     ,S.COBERTURA4_TIPO
                     ,COALESCE(S.COBERTURA1_FRANQUICIA, 0)
                     ,COALESCE(S.COBERTURA2_FRANQUICIA, 0)
                     ,COALESCE(S.COBERTURA3_FRANQUICIA, 0)
                     ,COALESCE(S.COBERTURA4_FRANQUICIA, 0)
                 INTO :TB-FECHA-SINIESTRO
                     ,:TB-CAUSAS
                     ,:TB-ACPTADO
                     ,:TB-INDEMNIZACION
                     ,:TB-NUMERO-POLIZA
                     ,:TB-MOTIVO-RECHAZO
                     ,:WK-DNI-TOMADOR
                     ,:WK-TIPO-POLIZA
                     ,:WK-COBERTURA1
                     ,:WK-COBERTURA2
                     ,:WK-COBERTURA3
                     ,:WK-COBERTURA4
                     ,:WK-FRANQUICIA1
                     ,:WK-FRANQUICIA2
                     ,:WK-FRANQUICIA3
                     ,:WK-FRANQUICIA4
                 FROM SINIESTROS_PEPITO_SEG X
                     ,SEGUROS_PEPITO_SEG S
                WHERE X.ID_SINIETRO = :TB-ID-SINIETRO
                  AND S.NUMERO_POLIZA = X.NUMERO_POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    DISPLAY 'AVISO: SINIESTRO SIN POLIZA: '
                            CR-ID-SINIETRO
                    ADD CT-1             TO CN-SIN-POLIZA
                    SET NO-SINIESTRO-HALLADO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-DATOS-SINIESTRO'
                    DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-DATOS-SINIESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-DESTINO                                               *
      *     NOMBRE Y DIRECCION DEL TOMADOR EN CLIENTES_MAPFRE Y SU     *
      *     EMAIL EN DIRELEC (UNO QUE NO ESTE MUERTO). CON EMAIL LA    *
      *     CARTA VA POR CORREO ELECTRONICO; SIN EL, POR CORREO        *
      *     POSTAL SI HAY DIRECCION.                                   *
      ******************************************************************
       2200-DESTINO.
      *
           SET SI-DESTINO-HALLADO        TO TRUE
           MOVE WK-DNI-TOMADOR           TO TB-DNI
                                            TB-COD-CLIENTE
      *
           EXEC SQL
               SELECT NOMBRE
                     ,DIRECCION
                 INTO :TB-NOMBRE
                     ,:TB-DIRECCION
                 FROM CLIENTES_MAPFRE
                WHERE DNI = :TB-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE SPACES          TO TB-NOMBRE
                                            TB-DIRECCION
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-DESTINO'
                    DISPLAY 'TABLA: CLIENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT VALOR
                 INTO :TB-VALOR
                 FROM DIRELEC
                WHERE COD_CLIENTE = :TB-COD-CLIENTE
                  AND TIPO_DIR_ELEC = :CT-CANAL-EMAIL
                  AND ESTADO_CONTACTO <> 'D'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    SET SI-CANAL-EMAIL   TO TRUE
                    MOVE CT-CANAL-EMAIL  TO CR-CANAL
                    MOVE TB-VALOR        TO CR-DESTINO
                    GO TO 2200-DESTINO-EXIT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-DESTINO'
                    DISPLAY 'TABLA: DIRELEC'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF TB-DIRECCION = SPACES
              DISPLAY 'AVISO: TOMADOR SIN EMAIL NI DIRECCION: '
                      WK-DNI-TOMADOR ' SINIESTRO: ' CR-ID-SINIETRO
              ADD CT-1                   TO CN-SIN-DESTINO
              SET NO-DESTINO-HALLADO     TO TRUE
              GO TO 2200-DESTINO-EXIT
           END-IF
      *
           SET SI-CANAL-POSTAL           TO TRUE
           MOVE CT-CANAL-POSTAL          TO CR-CANAL
           MOVE TB-DIRECCION             TO CR-DESTINO
      *
           .
       2200-DESTINO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ESCRIBIR-CARTA                                        *
      *     DESTINATARIO SEGUN EL CANAL, REFERENCIA DEL SINIESTRO Y    *
      *     TEXTO SEGUN EL TIPO DE CARTA.                              *
      ******************************************************************
       2300-ESCRIBIR-CARTA.
      *
           IF SI-CANAL-EMAIL
              MOVE TB-VALOR              TO EMAIL-EMAIL
              MOVE TB-NOMBRE             TO NOMBRE-EMAIL
              MOVE LINEA-EMAIL           TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              ADD CT-1                   TO CN-CANAL-EMAIL
           ELSE
              MOVE TB-NOMBRE             TO NOMBRE-CARTA
              MOVE LINEA-CARTA-1         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              MOVE TB-DIRECCION          TO DIRECCION-CARTA
              MOVE LINEA-CARTA-2         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              ADD CT-1                   TO CN-CANAL-POSTAL
           END-IF
      *
           MOVE CR-ID-SINIETRO           TO SINIESTRO-REF
           MOVE TB-NUMERO-POLIZA         TO POLIZA-REF
           MOVE CR-FECHA-EVENTO          TO FECHA-REF
           MOVE LINEA-CARTA-REF          TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           EVALUATE CR-TIPO-CARTA
               WHEN 'A'
                    PERFORM 2310-TEXTO-ACUSE
                       THRU 2310-TEXTO-ACUSE-EXIT
                    ADD CT-1             TO CN-ACUSES
               WHEN 'D'
                    PERFORM 2320-TEXTO-DECISION
                       THRU 2320-TEXTO-DECISION-EXIT
                    ADD CT-1             TO CN-DECISIONES
               WHEN 'P'
                    PERFORM 2330-TEXTO-PAGO
                       THRU 2330-TEXTO-PAGO-EXIT
                    ADD CT-1             TO CN-AVISOS-PAGO
           END-EVALUATE
      *
           MOVE SPACES                   TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           .
       2300-ESCRIBIR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     2310-TEXTO-ACUSE                                           *
      ******************************************************************
       2310-TEXTO-ACUSE.
      *
           MOVE 'ASUNTO: ACUSE DE RECIBO DE SU DECLARACION DE SINIESTRO'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           MOVE TB-CAUSAS                TO CAUSA-CAUSA
           MOVE TB-FECHA-SINIESTRO       TO FECHA-CAUSA
           MOVE LINEA-CARTA-CAUSA        TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           MOVE 'HEMOS REGISTRADO SU SINIESTRO CON LA REFERENCIA'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'INDICADA. UN PERITO VALORARA LOS DANOS Y LE'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'COMUNICAREMOS NUESTRA DECISION POR ESCRITO.'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           .
       2310-TEXTO-ACUSE-EXIT.
           EXIT.
      ******************************************************************
      *     2320-TEXTO-DECISION                                        *
      *     ACEPTACION: INDEMNIZACION, FRANQUICIA DE LA COBERTURA      *
      *     AFECTADA E IMPORTE A PERCIBIR. RECHAZO: TEXTO DEL MOTIVO   *
      *     Y COMO APELAR.                                             *
      ******************************************************************
       2320-TEXTO-DECISION.
      *
           IF TB-ACPTADO = 'S'
              MOVE 'ASUNTO: ACEPTACION DE SU SINIESTRO'
                                         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
      *
              PERFORM 2325-BUSCAR-FRANQUICIA
                 THRU 2325-BUSCAR-FRANQUICIA-EXIT
      *
              COMPUTE WK-A-PERCIBIR =
                      TB-INDEMNIZACION - WK-FRANQUICIA
              IF WK-A-PERCIBIR < 0
                 MOVE 0                  TO WK-A-PERCIBIR
              END-IF
      *
              MOVE 'INDEMNIZACION RECONOCIDA:'
                                         TO TEXTO-IMP
              MOVE TB-INDEMNIZACION      TO IMPORTE-IMP
              MOVE LINEA-CARTA-IMPORTE   TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
      *
              MOVE 'FRANQUICIA A SU CARGO:'
                                         TO TEXTO-IMP
              MOVE WK-FRANQUICIA         TO IMPORTE-IMP
              MOVE LINEA-CARTA-IMPORTE   TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
      *
              MOVE 'IMPORTE A PERCIBIR:' TO TEXTO-IMP
              MOVE WK-A-PERCIBIR         TO IMPORTE-IMP
              MOVE LINEA-CARTA-IMPORTE   TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
      *
              MOVE 'SE DESCONTARAN LOS ANTICIPOS YA COBRADOS.'
                                         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              MOVE 'LE AVISAREMOS CUANDO REALICEMOS EL PAGO.'
                                         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              GO TO 2320-TEXTO-DECISION-EXIT
           END-IF
      *
           MOVE 'ASUNTO: RECHAZO DE SU SINIESTRO'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           PERFORM 2327-BUSCAR-MOTIVO
              THRU 2327-BUSCAR-MOTIVO-EXIT
      *
           MOVE 'LAMENTAMOS COMUNICARLE QUE NO PODEMOS ATENDER SU'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'SINIESTRO POR EL SIGUIENTE MOTIVO:'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE TEXTO1-MOTIVO-TB (IND-MOTIVO)
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE TEXTO2-MOTIVO-TB (IND-MOTIVO)
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           MOVE 'SI NO ESTA CONFORME PUEDE APELAR ESTA DECISION EN'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'CUALQUIERA DE NUESTRAS OFICINAS O EN EL TELEFONO DE'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'ATENCION AL CLIENTE INDICANDO LA REFERENCIA DEL'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'SINIESTRO. SU APELACION SERA REVISADA DE NUEVO Y LE'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
           MOVE 'COMUNICAREMOS EL RESULTADO POR ESCRITO.'
                                         TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           .
       2320-TEXTO-DECISION-EXIT.
           EXIT.
      ******************************************************************
      *     2325-BUSCAR-FRANQUICIA                                     *
      *     DE LA PRIMERA PALABRA DE LA CAUSA DEDUCIMOS LA COBERTURA   *
      *     AFECTADA Y TOMAMOS SU FRANQUICIA DE LA POLIZA, COMO        *
      *     PAGOSIN AL PAGAR EL FINIQUITO.                             *
      ******************************************************************
       2325-BUSCAR-FRANQUICIA.
      *
           MOVE 0                        TO WK-FRANQUICIA
           INITIALIZE WK-PRIMERA-PALABRA
                      WK-COBERTURA-AFECTADA
      *
           UNSTRING TB-CAUSAS DELIMITED BY ' '
           INTO WK-PRIMERA-PALABRA
           END-UNSTRING
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 8
              IF WK-PRIMERA-PALABRA = PALABRA-CAUSA-TB (IND)
                 MOVE COBERTURA-CAUSA-TB (IND)
                                       TO WK-COBERTURA-AFECTADA
              END-IF
           END-PERFORM
      *
           IF WK-COBERTURA-AFECTADA = SPACES
              GO TO 2325-BUSCAR-FRANQUICIA-EXIT
           END-IF
      *
           EVALUATE WK-COBERTURA-AFECTADA
               WHEN WK-COBERTURA1
                    MOVE WK-FRANQUICIA1  TO WK-FRANQUICIA
               WHEN WK-COBERTURA2
                    MOVE WK-FRANQUICIA2  TO WK-FRANQUICIA
               WHEN WK-COBERTURA3
                    MOVE WK-FRANQUICIA3  TO WK-FRANQUICIA
               WHEN WK-COBERTURA4
                    MOVE WK-FRANQUICIA4  TO WK-FRANQUICIA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
      *
           .
       2325-BUSCAR-FRANQUICIA-EXIT.
           EXIT.
      ******************************************************************
      *     2327-BUSCAR-MOTIVO                                         *
      *     POSICION DEL MOTIVO DE RECHAZO EN LA TABLA DE TEXTOS; UN   *
      *     CODIGO DESCONOCIDO TOMA EL GENERICO (ULTIMO DE LA TABLA).  *
      ******************************************************************
       2327-BUSCAR-MOTIVO.
      *
           MOVE 4                        TO IND-MOTIVO
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 4
              IF TB-MOTIVO-RECHAZO = CODIGO-MOTIVO-TB (IND)
                 MOVE IND                TO IND-MOTIVO
              END-IF
           END-PERFORM
      *
           .
       2327-BUSCAR-MOTIVO-EXIT.
           EXIT.
      ******************************************************************
      *     2330-TEXTO-PAGO                                            *
      *     AVISO DE ANTICIPO O FINIQUITO. EL FINIQUITO DE UN          *
      *     FALLECIMIENTO EN VIDA CON BENEFICIARIOS DESIGNADOS LO      *
      *     PAGOSIN ENTRE ELLOS, NO AL TOMADOR.                        *
      ******************************************************************
       2330-TEXTO-PAGO.
      *
           IF PG-TIPO-PAGO = 'A'
              MOVE 'ASUNTO: PAGO DE UN ANTICIPO DE SU SINIESTRO'
                                         TO WK-LINEA-CARTA
           ELSE
              MOVE 'ASUNTO: PAGO DE LA INDEMNIZACION DE SU SINIESTRO'
                                         TO WK-LINEA-CARTA
           END-IF
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           MOVE 'IMPORTE PAGADO:'        TO TEXTO-IMP
           MOVE PG-IMPORTE-PAGO          TO IMPORTE-IMP
           MOVE LINEA-CARTA-IMPORTE      TO WK-LINEA-CARTA
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           MOVE 0                        TO WK-NUM-BENEF
      *
           IF PG-TIPO-PAGO = 'F'
              AND WK-TIPO-POLIZA = 'VI'
              AND TB-CAUSAS(1:13) = 'FALLECIMIENTO'
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WK-NUM-BENEF
                    FROM BENEFICIARIOS_VIDA
                   WHERE POLIZA = :TB-NUMERO-POLIZA
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                 DISPLAY 'PARRAFO: 2330-TEXTO-PAGO'
                 DISPLAY 'TABLA: BENEFICIARIOS_VIDA'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           IF WK-NUM-BENEF > 0
              MOVE 'EL IMPORTE SE HA REPARTIDO ENTRE LOS BENEFICIARIOS'
                                         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
              MOVE 'DESIGNADOS EN LA POLIZA SEGUN SU PORCENTAJE.'
                                         TO WK-LINEA-CARTA
           ELSE
              MOVE 'EL IMPORTE SE HA ABONADO EN SU CUENTA BANCARIA.'
                                         TO WK-LINEA-CARTA
           END-IF
           PERFORM 2390-LINEA-CARTA
              THRU 2390-LINEA-CARTA-EXIT
      *
           IF PG-TIPO-PAGO = 'A'
              MOVE 'EL ANTICIPO SE DESCONTARA DEL PAGO FINAL.'
                                         TO WK-LINEA-CARTA
              PERFORM 2390-LINEA-CARTA
                 THRU 2390-LINEA-CARTA-EXIT
           END-IF
      *
           .
       2330-TEXTO-PAGO-EXIT.
           EXIT.
      ******************************************************************
      *     2390-LINEA-CARTA                                           *
      *     ESCRIBE LA LINEA EN EL FICHERO DEL CANAL DE LA CARTA.      *
      ******************************************************************
       2390-LINEA-CARTA.
      *
           IF SI-CANAL-EMAIL
              WRITE REG-FEMAIL FROM WK-LINEA-CARTA
      *
              IF FS-FEMAIL NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FEMAIL'
                 DISPLAY 'PARRAFO: 2390-LINEA-CARTA'
                 DISPLAY 'FILE STATUS: ' FS-FEMAIL
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           ELSE
              WRITE REG-FCARTAS FROM WK-LINEA-CARTA
      *
              IF FS-FCARTAS NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FCARTAS'
                 DISPLAY 'PARRAFO: 2390-LINEA-CARTA'
                 DISPLAY 'FILE STATUS: ' FS-FCARTAS
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           .
       2390-LINEA-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-REGISTRAR-CARTA                                       *
      *     LA CARTA QUEDA REGISTRADA CONTRA EL SINIESTRO PARA NO      *
      *     VOLVER A ENVIARLA.                                         *
      ******************************************************************
       2400-REGISTRAR-CARTA.
      *
           MOVE WK-DNI-TOMADOR           TO CR-DNI-DESTINATARIO
      *
           EXEC SQL
               INSERT INTO CARTAS_SINIESTROS
                      (ID_SINIETRO
                      ,TIPO_CARTA
                      ,NUM_PAGO
                      ,FECHA_EVENTO
                      ,DNI_DESTINATARIO
                      ,CANAL
                      ,DESTINO
                      ,FECHA_ENVIO)
                      VALUES(
                       :CR-ID-SINIETRO
                      ,:CR-TIPO-CARTA
                      ,:CR-NUM-PAGO
                      ,:CR-FECHA-EVENTO
                      ,:CR-DNI-DESTINATARIO
                      ,:CR-CANAL
                      ,:CR-DESTINO
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-REGISTRAR-CARTA'
              DISPLAY 'TABLA: CARTAS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-REGISTRAR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-HECHOS
           END-EXEC
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
           IF RETURN-CODE < 4
              AND (CN-SIN-DESTINO > 0 OR CN-SIN-POLIZA > 0)
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           CLOSE FCARTAS
                 FEMAIL
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C A R T A S I N    **'
           DISPLAY '***********************************'
           DISPLAY '*HECHOS PENDIENTES  : ' CN-HECHOS '      *'
           DISPLAY '*ACUSES DE RECIBO   : ' CN-ACUSES '      *'
           DISPLAY '*CARTAS DE DECISION : ' CN-DECISIONES '      *'
           DISPLAY '*AVISOS DE PAGO     : ' CN-AVISOS-PAGO '      *'
           DISPLAY '*POR CORREO ELECTR. : ' CN-CANAL-EMAIL '      *'
           DISPLAY '*POR CORREO POSTAL  : ' CN-CANAL-POSTAL '      *'
           DISPLAY '*SIN EMAIL NI DIREC.: ' CN-SIN-DESTINO '      *'
           DISPLAY '*SINIESTROS SIN POL.: ' CN-SIN-POLIZA '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-HECHOS
                INTO :CR-TIPO-CARTA
                    ,:CR-ID-SINIETRO
                    ,:CR-NUM-PAGO
                    ,:CR-FECHA-EVENTO
                    ,:PG-IMPORTE-PAGO
                    ,:PG-TIPO-PAGO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-HECHOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-HECHOS'
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      *
