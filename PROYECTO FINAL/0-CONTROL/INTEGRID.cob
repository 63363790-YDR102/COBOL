      ******************************************************************
      ** I N T E G R I D.-BARRIDO NOCTURNO DE INTEGRIDAD REFERENCIAL  **
      **                  ENTRE LAS TABLAS OPERATIVAS PEPITO_SEG Y    **
      **                  MAPFRE. APLICA EL CATALOGO DE REGLAS DE     **
      **                  CT-TABLA-REGLAS (UNA RAMA DEL CURSOR POR    **
      **                  REGLA) Y EMITE UN INFORME DE EXCEPCIONES    **
      **                  POR REGLA CON EL NUMERO DE FILAS QUE LA     **
      **                  INCUMPLEN Y LAS N PRIMERAS CLAVES DE        **
      **                  EJEMPLO (N POR SYSIN), MAS UN RESUMEN DE    **
      **                  TODAS LAS REGLAS. CADA REGLA INCUMPLIDA SE  **
      **                  REGISTRA POR RUTINCID CON SEVERIDAD 'E'     **
      **                  PARA QUE ALERTINC LA ESCALE. NO CORRIGE     **
      **                  NADA. CON ALGUNA REGLA INCUMPLIDA TERMINA   **
      **                  CON RC 4.                                   **
      **                  PARA ANADIR UNA REGLA: UNA FILA EN          **
      **                  CT-TABLA-REGLAS Y UNA RAMA EN EL CURSOR CON **
      **                  SU NUMERO.                                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   INTEGRID.
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
           SELECT FINTEGR ASSIGN TO FINTEGR
           FILE STATUS FS-FINTEGR.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINTEGR
           RECORDING MODE IS F.
       01  REG-FINTEGR                PIC X(0120).
      *    INFORME DE EXCEPCIONES DE INTEGRIDAD POR REGLA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINTEGR             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MUESTRAS-DEFECTO    PIC 9(02) VALUE 5.
           05  CT-NUM-REGLAS          PIC 9(02) VALUE 9.
           05  CT-PROGRAMA            PIC X(08) VALUE 'INTEGRID'.
           05  CT-SEVERIDAD-ERROR     PIC X(01) VALUE 'E'.
      *
      * CATALOGO DE REGLAS: CODIGO, TABLA QUE LA INCUMPLE Y TEXTO. EL
      * NUMERO DE FILA ES EL QUE DEVUELVE SU RAMA DEL CURSOR.
       01  CT-TABLA-REGLAS.
           05  FILLER                 PIC X(03) VALUE 'R01'.
           05  FILLER                 PIC X(25) VALUE
               'RECIBOS_PRIMAS'.
           05  FILLER                 PIC X(60) VALUE
               'RECIBO DE UNA POLIZA QUE NO EXISTE'.
           05  FILLER                 PIC X(03) VALUE 'R02'.
           05  FILLER                 PIC X(25) VALUE
               'RESERVAS_SINIESTROS'.
           05  FILLER                 PIC X(60) VALUE
               'RESERVA ABIERTA DE UN SINIESTRO YA PAGADO'.
           05  FILLER                 PIC X(03) VALUE 'R03'.
           05  FILLER                 PIC X(25) VALUE
               'BENEFICIARIOS_VIDA'.
           05  FILLER                 PIC X(60) VALUE
               'BENEFICIARIO DE POLIZA INEXISTENTE O QUE NO ES DE VIDA'.
           05  FILLER                 PIC X(03) VALUE 'R04'.
           05  FILLER                 PIC X(25) VALUE
               'MANDATOS_SEPA'.
           05  FILLER                 PIC X(60) VALUE
               'MANDATO DE UN DNI QUE NO ESTA EN CLIENTES_MAPFRE'.
           05  FILLER                 PIC X(03) VALUE 'R05'.
           05  FILLER                 PIC X(25) VALUE
               'AGENTES_MAPFRE'.
           05  FILLER                 PIC X(60) VALUE
               'AGENTE QUE APUNTA A UN CLIENTE QUE NO EXISTE'.
           05  FILLER                 PIC X(03) VALUE 'R06'.
           05  FILLER                 PIC X(25) VALUE
               'SEGUROS_PEPITO_SEG'.
           05  FILLER                 PIC X(60) VALUE
               'POLIZA CUYO TOMADOR NO ESTA EN CLIENTES_PEPITO_SEG'.
           05  FILLER                 PIC X(03) VALUE 'R07'.
           05  FILLER                 PIC X(25) VALUE
               'SINIESTROS_PEPITO_SEG'.
           05  FILLER                 PIC X(60) VALUE
               'SINIESTRO DE UNA POLIZA QUE NO EXISTE'.
           05  FILLER                 PIC X(03) VALUE 'R08'.
           05  FILLER                 PIC X(25) VALUE
               'PAGOS_SINIESTROS'.
           05  FILLER                 PIC X(60) VALUE
               'PAGO DE UN SINIESTRO QUE NO EXISTE'.
           05  FILLER                 PIC X(03) VALUE 'R09'.
           05  FILLER                 PIC X(25) VALUE
               'RESERVAS_SINIESTROS'.
           05  FILLER                 PIC X(60) VALUE
               'RESERVA DE UN SINIESTRO QUE NO EXISTE'.
       01  CT-TABLA-REGLAS-R REDEFINES CT-TABLA-REGLAS.
           05  REGLAS-TB OCCURS 9.
               10  CODIGO-REGLA-TB                PIC X(03).
               10  TABLA-REGLA-TB                 PIC X(25).
               10  TEXTO-REGLA-TB                 PIC X(60).
      *
      * INCUMPLIMIENTOS DE CADA REGLA EN LA EJECUCION
       01  TABLA-CUENTAS.
           05  CUENTA-REGLA-TB        PIC 9(07) OCCURS 9.
      *
       01  CN-CONTADORES.
           05  CN-EXCEPCIONES         PIC 9(07).
           05  CN-REGLAS-ROTAS        PIC 9(05).
           05  CN-INCIDENCIAS         PIC 9(05).
      *
       01  WK-PARM-SYSIN.
           05  WK-MUESTRAS-E          PIC 9(02).
      *
       01  WK-VARIABLES.
           05  WK-NUM-REGLA           PIC S9(04) COMP.
           05  WK-REGLA-ANTERIOR      PIC S9(04) COMP.
           05  WK-CLAVE               PIC X(40).
           05  WK-PRIMERA-CLAVE       PIC X(40).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
      * LINEAS DEL INFORME
       01  LINEA-TITULO.
           05  FILLER                 PIC X(50) VALUE
               'INTEGRIDAD REFERENCIAL - EXCEPCIONES POR REGLA    '.
           05  FILLER                 PIC X(70) VALUE SPACES.
      *
       01  LINEA-REGLA.
           05  FILLER                 PIC X(06) VALUE 'REGLA '.
           05  CODIGO-REG             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TEXTO-REG              PIC X(60).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TABLA-REG              PIC X(25).
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  LINEA-MUESTRA.
           05  FILLER                 PIC X(11) VALUE '   CLAVE:  '.
           05  CLAVE-MUE              PIC X(40).
           05  FILLER                 PIC X(69) VALUE SPACES.
      *
       01  LINEA-TOTAL-REGLA.
           05  FILLER                 PIC X(20) VALUE
               '   INCUMPLIMIENTOS: '.
           05  TOTAL-TRE              PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(91) VALUE SPACES.
      *
       01  LINEA-RESUMEN.
           05  CODIGO-RES             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TEXTO-RES              PIC X(60).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TOTAL-RES              PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ESTADO-RES             PIC X(09).
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE INCIDENCIAS
      *
       COPY CPYINCID.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------CURSOR DE EXCEPCIONES: UNA RAMA POR REGLA---------------*
      *
           EXEC SQL
               DECLARE CUR-EXCEPCIONES CURSOR FOR
               SELECT 1
                     ,R.NUMERO_POLIZA CONCAT ' RECIBO '
                      CONCAT CHAR(R.NUM_RECIBO)
                 FROM RECIBOS_PRIMAS R
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM SEGUROS_PEPITO_SEG S
                        WHERE S.NUMERO_POLIZA = R.NUMERO_POLIZA)
               UNION ALL
               SELECT 2
                     ,'SINIESTRO ' CONCAT CHAR(V.ID_SINIETRO)
                 FROM RESERVAS_SINIESTROS V
                WHERE V.ESTADO = 'A'
                  AND (EXISTS
                      (SELECT 1
                         FROM PAGOS_SINIESTROS P
                        WHERE P.ID_SINIETRO = V.ID_SINIETRO
                          AND P.TIPO_PAGO = 'F')
                   OR EXISTS
                      (SELECT 1
                         FROM SINIESTROS_PEPITO_SEG X
                        WHERE X.ID_SINIETRO = V.ID_SINIETRO
                          AND X.FECHA_PAGO IS NOT NULL))
               UNION ALL
               SELECT 3
                     ,B.POLIZA CONCAT ' BENEF '
                      CONCAT B.DNI_BENEFICIARIO
                 FROM BENEFICIARIOS_VIDA B
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM SEGUROS_PEPITO_SEG S
                        WHERE S.NUMERO_POLIZA = B.POLIZA
                          AND S.TIPO = 'VI')
               UNION ALL
               SELECT 4
                     ,M.DNI CONCAT ' MANDATO ' CONCAT M.REF_MANDATO
                 FROM MANDATOS_SEPA M
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM CLIENTES_MAPFRE C
                        WHERE C.DNI = M.DNI)
               UNION ALL
               SELECT 5
                     ,A.NUM_AGENTE CONCAT ' CLIENTE ' CONCAT A.DNI_CLI
                 FROM AGENTES_MAPFRE A
                WHERE A.DNI_CLI <> ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CLIENTES_MAPFRE C
                        WHERE C.DNI = A.DNI_CLI)
               UNION ALL
               SELECT 6
                     ,S.NUMERO_POLIZA CONCAT ' TOMADOR ' CONCAT S.DNI_CL
                 FROM SEGUROS_PEPITO_SEG S
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM CLIENTES_PEPITO_SEG C
                        WHERE C.DNI_CL = S.DNI_CL)
               UNION ALL
               SELECT 7
                     ,'SINIESTRO ' CONCAT CHAR(X.ID_SINIETRO)
                      CONCAT ' POLIZA ' CONCAT X.NUMERO_POLIZA
                 FROM SINIESTROS_PEPITO_SEG X
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM SEGUROS_PEPITO_SEG S
                        WHERE S.NUMERO_POLIZA = X.NUMERO_POLIZA)
               UNION ALL
               SELECT 8
                     ,'SINIESTRO ' CONCAT CHAR(P.ID_SINIETRO)
                      CONCAT ' PAGO ' CONCAT CHAR(P.NUM_PAGO)
                 FROM PAGOS_SINIESTROS P
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM SINIESTROS_PEPITO_SEG X
                        WHERE X.ID_SINIETRO = P.ID_SINIETRO)
               UNION ALL
               SELECT 9
                     ,'SINIESTRO ' CONCAT CHAR(V.ID_SINIETRO)
                 FROM RESERVAS_SINIESTROS V
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM SINIESTROS_PEPITO_SEG X
                        WHERE X.ID_SINIETRO = V.ID_SINIETRO)
                ORDER BY 1, 2
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
           PERFORM 2500-RESUMEN
              THRU 2500-RESUMEN-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     SYSIN: CLAVES DE EJEMPLO POR REGLA (5 POR DEFECTO).        *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      TABLA-CUENTAS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-MUESTRAS-E FROM SYSIN
      *
           IF WK-MUESTRAS-E NOT NUMERIC OR WK-MUESTRAS-E = 0
              MOVE CT-MUESTRAS-DEFECTO   TO WK-MUESTRAS-E
           END-IF
      *
           DISPLAY 'INTEGRID: CLAVES DE EJEMPLO POR REGLA: '
                   WK-MUESTRAS-E
      *
           OPEN OUTPUT FINTEGR
      *
           IF FS-FINTEGR NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINTEGR'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINTEGR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE LINEA-TITULO             TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           EXEC SQL
               OPEN CUR-EXCEPCIONES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-EXCEPCIONES'
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
      *     CORTE DE CONTROL POR REGLA: CABECERA, CLAVES DE EJEMPLO Y  *
      *     TOTAL CON SU INCIDENCIA.                                   *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE WK-NUM-REGLA             TO WK-REGLA-ANTERIOR
           MOVE WK-CLAVE                 TO WK-PRIMERA-CLAVE
      *
           PERFORM 2100-CABECERA-REGLA
              THRU 2100-CABECERA-REGLA-EXIT
      *
           PERFORM 2200-EXCEPCION
              THRU 2200-EXCEPCION-EXIT
             UNTIL SI-FIN-CURSOR
                OR WK-NUM-REGLA NOT = WK-REGLA-ANTERIOR
      *
           PERFORM 2300-TOTAL-REGLA
              THRU 2300-TOTAL-REGLA-EXIT
      *
           PERFORM 2400-REGISTRAR-INCIDENCIA
              THRU 2400-REGISTRAR-INCIDENCIA-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CABECERA-REGLA                                        *
      ******************************************************************
       2100-CABECERA-REGLA.
      *
           MOVE SPACES                   TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE CODIGO-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO CODIGO-REG
           MOVE TEXTO-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO TEXTO-REG
           MOVE TABLA-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO TABLA-REG
           MOVE LINEA-REGLA              TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           ADD CT-1                      TO CN-REGLAS-ROTAS
      *
           .
       2100-CABECERA-REGLA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-EXCEPCION                                             *
      *     SOLO LAS N PRIMERAS CLAVES DE LA REGLA VAN AL INFORME; LAS *
      *     DEMAS SOLO SE CUENTAN.                                     *
      ******************************************************************
       2200-EXCEPCION.
      *
           ADD CT-1                      TO CUENTA-REGLA-TB
                                            (WK-REGLA-ANTERIOR)
                                            CN-EXCEPCIONES
      *
           IF CUENTA-REGLA-TB (WK-REGLA-ANTERIOR) NOT > WK-MUESTRAS-E
              MOVE WK-CLAVE              TO CLAVE-MUE
              MOVE LINEA-MUESTRA         TO REG-FINTEGR
              PERFORM 2900-ESCRIBIR-LINEA
                 THRU 2900-ESCRIBIR-LINEA-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2200-EXCEPCION-EXIT.
           EXIT.
      ******************************************************************
      *     2300-TOTAL-REGLA                                           *
      ******************************************************************
       2300-TOTAL-REGLA.
      *
           MOVE CUENTA-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO TOTAL-TRE
           MOVE LINEA-TOTAL-REGLA        TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2300-TOTAL-REGLA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-REGISTRAR-INCIDENCIA                                  *
      *     UNA INCIDENCIA DE SEVERIDAD 'E' POR REGLA INCUMPLIDA, CON  *
      *     LA TABLA AFECTADA Y LA PRIMERA CLAVE, PARA QUE ALERTINC LA *
      *     ESCALE.                                                    *
      ******************************************************************
       2400-REGISTRAR-INCIDENCIA.
      *
           INITIALIZE CPYINCID
      *
           MOVE CT-PROGRAMA              TO NOMBRE-PGM-INC
           MOVE CODIGO-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO PARRAFO-INC
           MOVE TABLA-REGLA-TB (WK-REGLA-ANTERIOR)
                                         TO TABLA-INC
           MOVE 0                        TO SQLCODE-INC
           MOVE CT-00                    TO FILE-STATUS-INC
           MOVE WK-PRIMERA-CLAVE         TO CLAVE-PROCESO-INC
           MOVE CT-SEVERIDAD-ERROR       TO SEVERIDAD-INC
      *
           CALL 'RUTINCID' USING CPYINCID
      *
           IF RETORNO-INC = CT-00
              ADD CT-1                   TO CN-INCIDENCIAS
           ELSE
              DISPLAY 'AVISO: NO SE HA PODIDO REGISTRAR LA INCIDENCIA'
              DISPLAY 'REGLA: ' CODIGO-REGLA-TB (WK-REGLA-ANTERIOR)
                      ' SQLCODE: ' SQLCODE-RUT-INC
           END-IF
      *
           .
       2400-REGISTRAR-INCIDENCIA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-RESUMEN                                               *
      *     TODAS LAS REGLAS DEL CATALOGO CON SU RECUENTO, TAMBIEN LAS *
      *     QUE SE CUMPLEN.                                            *
      ******************************************************************
       2500-RESUMEN.
      *
           MOVE SPACES                   TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE 'RESUMEN DE REGLAS'      TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           PERFORM 2510-LINEA-RESUMEN
              THRU 2510-LINEA-RESUMEN-EXIT
             VARYING IND FROM 1 BY 1
               UNTIL IND > CT-NUM-REGLAS
      *
           .
       2500-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2510-LINEA-RESUMEN                                         *
      ******************************************************************
       2510-LINEA-RESUMEN.
      *
           MOVE CODIGO-REGLA-TB (IND)    TO CODIGO-RES
           MOVE TEXTO-REGLA-TB (IND)     TO TEXTO-RES
           MOVE CUENTA-REGLA-TB (IND)    TO TOTAL-RES
      *
           IF CUENTA-REGLA-TB (IND) = 0
              MOVE 'CORRECTA'            TO ESTADO-RES
           ELSE
              MOVE 'INCUMPLE'            TO ESTADO-RES
           END-IF
      *
           MOVE LINEA-RESUMEN            TO REG-FINTEGR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2510-LINEA-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-LINEA                                        *
      ******************************************************************
       2900-ESCRIBIR-LINEA.
      *
           WRITE REG-FINTEGR
      *
           IF FS-FINTEGR NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINTEGR'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FINTEGR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LAS INCIDENCIAS VIAJAN EN LA UNIDAD DE TRABAJO DEL         *
      *     PROGRAMA: SE CONFIRMAN AQUI.                               *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-EXCEPCIONES
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
           IF RETURN-CODE < 4 AND CN-REGLAS-ROTAS > 0
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           CLOSE FINTEGR
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   I N T E G R I D    **'
           DISPLAY '***********************************'
           DISPLAY '*REGLAS APLICADAS   : ' CT-NUM-REGLAS '         *'
           DISPLAY '*REGLAS INCUMPLIDAS : ' CN-REGLAS-ROTAS '      *'
           DISPLAY '*FILAS EN EXCEPCION : ' CN-EXCEPCIONES '    *'
           DISPLAY '*INCIDENCIAS GRAB.  : ' CN-INCIDENCIAS '      *'
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
               FETCH CUR-EXCEPCIONES
                INTO :WK-NUM-REGLA
                    ,:WK-CLAVE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-EXCEPCIONES'
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
