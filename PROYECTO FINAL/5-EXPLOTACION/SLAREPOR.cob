      **                  TRAMOS 0-10 / 11-20 / 21-30 / +30 Y SACA    **
      **                  LA LISTA DE INCUMPLIMIENTOS QUE SUPERAN EL  **
      **                  PLAZO COMPROMETIDO DADO POR SYSIN.          **
      **                  LOS SINIESTROS ACEPTADOS POR EL TRIAJE      **
      **                  AUTOMATICO (TRIAJSIN) NO TIENEN PERITO: SU  **
      **                  HITO DE ASIGNACION ES LA PROPIA DECISION.   **
      **                  CON MODOSALIDA 2 (SYSIN, TRAS EL PLAZO, O   **
      **                  PARAMETROS) EMITE ADEMAS EN FCSV EL DETALLE **
      **                  POR SINIESTRO (CON SU FECHA) Y EL RESUMEN   **
      **                  POR TRAMOS COMO FICHERO DELIMITADO PARA     **
      **                  HOJA DE CALCULO; EL IMPRESO NO CAMBIA.      **
      **                  CON CORTES 2 (SYSIN TRAS EL MODO DE SALIDA, **
      **                  O PARAMETROS) LISTA LOS SINIESTROS POR      **
      **                  PERITO, CON UNA LINEA 'CORTE: ' Y SU DNI (O **
      **                  'SIN PERITO') AL EMPEZAR CADA UNO Y UNA     **
      **                  'CORTE: RESUMEN' ANTES DEL RESUMEN POR      **
      **                  TRAMOS, PARA REPARTIRLO CON REPARTO. SU     **
      **                  SYSIN ES:                                   **
      **                  SLAREPOR00106CORTE:              00810090   **
      **                  (DISTRIBUCION_INFORMES LLEVA LA CLAVE       **
      **                  RESUMEN ADEMAS DE LOS PERITOS). CON CORTES  **
      **                  1, POR DEFECTO, EL IMPRESO NO CAMBIA.       **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FBRECHA ASSIGN TO FBRECHA
           FILE STATUS FS-FBRECHA.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FBRECHA                PIC X(0060).
      *    SINIESTROS QUE SUPERAN EL PLAZO COMPROMETIDO
      *
       FD FCSV
           RECORDING MODE IS F.
       01  REG-FCSV                   PIC X(0300).
      *    EL MISMO INFORME COMO FICHERO DELIMITADO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FBRECHA             PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-DIAS-ASIGNACION     PIC S9(05).
           05  WK-DIAS-DECISION       PIC S9(05).
           05  WK-DIAS-EDAD           PIC S9(05).
           05  WK-MODO-SALIDA-E       PIC 9(01).
           05  WK-MODO-CORTE-E        PIC 9(01).
           05  WK-CLAVE-CORTE         PIC X(10).
           05  WK-CLAVE-ANTERIOR      PIC X(10).
      *
       COPY CPYFECHA.
      *
           05  FILLER                 PIC X(22) VALUE
               ' DIAS HABILES ABIERTO'.
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  LINEA-CORTE.
           05  FILLER                 PIC X(07) VALUE 'CORTE: '.
           05  CLAVE-COR              PIC X(10).
           05  FILLER                 PIC X(73) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  ID-CSV                 PIC 9(09).
           05  DIAS-ASIG-CSV          PIC 9(05).
           05  DIAS-DECI-CSV          PIC 9(05).
           05  DIAS-EDAD-CSV          PIC 9(05).
           05  TRAMO-CSV              PIC X(05).
           05  CANTIDAD-CSV           PIC 9(05).
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-CORTES              PIC 9(01).
               88  SIN-CORTES                   VALUE 1.
               88  CON-CORTES                   VALUE 2.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
      *
      *--------AREA DE LA SALIDA DELIMITADA----------------------------*
      *
       COPY CPYCSV.
      *
      *---------------SQLCA---------------*
      *
               DECLARE CUR-ABIERTOS CURSOR FOR
               SELECT ID_SINIETRO
                     ,CHAR(FECHA_SINIESTRO)
                     ,COALESCE(CHAR(FECHA_ASIGNACION)
                              ,CASE WHEN DECISION_AUTOMATICA = 'S'
                                    THEN CHAR(FECHA_DECISION) END
                              ,' ')
                     ,COALESCE(CHAR(FECHA_DECISION), ' ')
                 FROM SINIESTROS_PEPITO_SEG
                WHERE FECHA_PAGO IS NULL
                        ,ID_SINIETRO
           END-EXEC.
      *
      *--------CURSOR DE SINIESTROS ABIERTOS POR PERITO----------------*
      *
           EXEC SQL
               DECLARE CUR-PERITOS CURSOR FOR
               SELECT ID_SINIETRO
                     ,CHAR(FECHA_SINIESTRO)
                     ,COALESCE(CHAR(FECHA_ASIGNACION)
                              ,CASE WHEN DECISION_AUTOMATICA = 'S'
                                    THEN CHAR(FECHA_DECISION) END
                              ,' ')
                     ,COALESCE(CHAR(FECHA_DECISION), ' ')
                     ,CASE WHEN DNI_PERITO = ' '
                           THEN 'SIN PERITO'
                           ELSE DNI_PERITO END
                 FROM SINIESTROS_PEPITO_SEG
                WHERE FECHA_PAGO IS NULL
                ORDER BY 5
                        ,FECHA_SINIESTRO
                        ,ID_SINIETRO
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           SET FIN-COMPLETO-CSV          TO TRUE
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
                      WK-VARIABLES
      *
           SET NO-FIN-CURSOR             TO TRUE
           SET SIN-CORTES                TO TRUE
      *
      * PLAZO COMPROMETIDO EN DIAS HABILES (30 POR DEFECTO)
           ACCEPT WK-PLAZO-E FROM SYSIN
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1100-ABRIR-CSV
              THRU 1100-ABRIR-CSV-EXIT
      *
           PERFORM 1200-MODO-CORTE
              THRU 1200-MODO-CORTE-EXIT
      *
           IF CON-CORTES
              PERFORM 1300-ABRIR-PERITOS
                 THRU 1300-ABRIR-PERITOS-EXIT
              GO TO 1000-INICIO-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-ABIERTOS
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-ABRIR-CSV                                             *
      *     SYSIN: MODO DE SALIDA (1 SOLO IMPRESO, 2 TAMBIEN FICHERO   *
      *     DELIMITADO); SIN ANULACION LO DECIDE PARAMETROS.           *
      ******************************************************************
       1100-ABRIR-CSV.
      *
           ACCEPT WK-MODO-SALIDA-E FROM SYSIN
           IF WK-MODO-SALIDA-E NOT NUMERIC
              MOVE ZEROS                 TO WK-MODO-SALIDA-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'SLAREPOR'               TO PROGRAMA-PAR
           MOVE 'MODOSALIDA'             TO PARAMETRO-PAR
           MOVE WK-MODO-SALIDA-E         TO VALOR-SYSIN-PAR
           MOVE 1                        TO VALOR-DEFECTO-PAR
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1100-ABRIR-CSV'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE VALOR-PAR                TO MODO-SALIDA-CSV
      *
           IF NOT SOLO-IMPRESO-CSV AND NOT CON-FICHERO-CSV
              DISPLAY 'SLAREPOR: MODO DE SALIDA INCORRECTO: '
                      MODO-SALIDA-CSV
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF SOLO-IMPRESO-CSV
              GO TO 1100-ABRIR-CSV-EXIT
           END-IF
      *
           OPEN OUTPUT FCSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCSV'
              DISPLAY 'PARRAFO: 1100-ABRIR-CSV'
              DISPLAY 'FILE STATUS: ' FS-FCSV
      *
              MOVE 8                     TO RETURN-CODE
              SET SOLO-IMPRESO-CSV       TO TRUE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING 'REGISTRO;SINIESTRO;FECHA_SINIESTRO;'
                  'DIAS_ASIGNACION;DIAS_DECISION;'
                  'DIAS_ANTIGUEDAD;TRAMO;SINIESTROS_TRAMO'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2200-ESCRIBIR-CSV
              THRU 2200-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                    TO REGISTROS-CSV
      *
           .
       1100-ABRIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     1200-MODO-CORTE                                            *
      *     SYSIN: CORTES (1 INFORME SEGUIDO, 2 POR PERITO CON LINEAS  *
      *     DE CORTE PARA REPARTO); SIN ANULACION LO DECIDE PARAMETROS.*
      ******************************************************************
       1200-MODO-CORTE.
      *
           ACCEPT WK-MODO-CORTE-E FROM SYSIN
           IF WK-MODO-CORTE-E NOT NUMERIC
              MOVE ZEROS                 TO WK-MODO-CORTE-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'SLAREPOR'               TO PROGRAMA-PAR
           MOVE 'CORTES'                 TO PARAMETRO-PAR
           MOVE WK-MODO-CORTE-E          TO VALOR-SYSIN-PAR
           MOVE 1                        TO VALOR-DEFECTO-PAR
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1200-MODO-CORTE'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE VALOR-PAR                TO SW-CORTES
      *
           IF NOT SIN-CORTES AND NOT CON-CORTES
              DISPLAY 'SLAREPOR: MODO DE CORTE INCORRECTO: ' SW-CORTES
      *
              SET SIN-CORTES             TO TRUE
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-CORTES
              DISPLAY 'SLAREPOR: INFORME CON CORTES POR PERITO'
           END-IF
      *
           .
       1200-MODO-CORTE-EXIT.
           EXIT.
      ******************************************************************
      *     1300-ABRIR-PERITOS                                         *
      ******************************************************************
       1300-ABRIR-PERITOS.
      *
           EXEC SQL
               OPEN CUR-PERITOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PERITOS'
              DISPLAY 'PARRAFO: 1300-ABRIR-PERITOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-PERITOS
              THRU 9100-LEER-PERITOS-EXIT
      *
           .
       1300-ABRIR-PERITOS-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     DIAS HABILES HASTA CADA HITO (LOS HITOS SIN FECHA SE       *
      *     MIDEN HASTA HOY: SIGUEN CORRIENDO), TRAMO Y POSIBLE        *
      *     INCUMPLIMIENTO.                                            *
      ******************************************************************
       2000-PROCESO.
      *
           IF CON-CORTES
              AND WK-CLAVE-CORTE NOT = WK-CLAVE-ANTERIOR
              PERFORM 2050-LINEA-CORTE
                 THRU 2050-LINEA-CORTE-EXIT
           END-IF
      *
           IF WK-FECHA-ASIGNACION = SPACES OR LOW-VALUES
              MOVE WK-FECHA-HOY-ISO      TO WK-FECHA-ASIGNACION
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              PERFORM 2100-FILA-CSV
                 THRU 2100-FILA-CSV-EXIT
           END-IF
      *
           IF WK-DIAS-EDAD > WK-PLAZO-E
              MOVE WK-ID-SINIESTRO       TO ID-BRE
              ADD CT-1                   TO CN-INCUMPLIDOS
           END-IF
      *
           IF CON-CORTES
              PERFORM 9100-LEER-PERITOS
                 THRU 9100-LEER-PERITOS-EXIT
           ELSE
              PERFORM 9000-LEER-CURSOR
                 THRU 9000-LEER-CURSOR-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-LINEA-CORTE                                           *
      *     PRIMER SINIESTRO DE UN PERITO: LINEA DE CORTE CON SU DNI   *
      ******************************************************************
       2050-LINEA-CORTE.
      *
           MOVE WK-CLAVE-CORTE           TO CLAVE-COR
                                            WK-CLAVE-ANTERIOR
      *
           WRITE REG-FINFORME FROM LINEA-CORTE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2050-LINEA-CORTE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2050-LINEA-CORTE-EXIT.
           EXIT.
      ******************************************************************
      *     2100-FILA-CSV                                              *
      *     UNA FILA DELIMITADA POR SINIESTRO CON LOS MISMOS DATOS     *
      *     QUE LA LINEA IMPRESA, SIN EDITAR, MAS LA FECHA DEL         *
      *     SINIESTRO; LA COLUMNA DEL RESUMEN VA VACIA                 *
      ******************************************************************
       2100-FILA-CSV.
      *
           MOVE WK-ID-SINIESTRO          TO ID-CSV
           MOVE WK-DIAS-ASIGNACION       TO DIAS-ASIG-CSV
           MOVE WK-DIAS-DECISION         TO DIAS-DECI-CSV
           MOVE WK-DIAS-EDAD             TO DIAS-EDAD-CSV
           MOVE TRAMO-DET                TO TRAMO-CSV
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING 'DETALLE'              DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  ID-CSV                 DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  WK-FECHA-SINIESTRO     DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  DIAS-ASIG-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  DIAS-DECI-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  DIAS-EDAD-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  TRAMO-CSV              DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2200-ESCRIBIR-CSV
              THRU 2200-ESCRIBIR-CSV-EXIT
      *
           .
       2100-FILA-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ESCRIBIR-CSV                                          *
      ******************************************************************
       2200-ESCRIBIR-CSV.
      *
           WRITE REG-FCSV FROM LINEA-CSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCSV'
              DISPLAY 'PARRAFO: 2200-ESCRIBIR-CSV'
              DISPLAY 'FILE STATUS: ' FS-FCSV
      *
              MOVE 8                     TO RETURN-CODE
              SET SOLO-IMPRESO-CSV       TO TRUE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO REGISTROS-CSV
      *
           .
       2200-ESCRIBIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2300-TRAMOS-CSV                                            *
      *     RESUMEN POR TRAMOS: UNA FILA POR TRAMO CON LAS COLUMNAS    *
      *     DEL DETALLE VACIAS                                         *
      ******************************************************************
       2300-TRAMOS-CSV.
      *
           MOVE '00-10'                  TO TRAMO-CSV
           MOVE CN-TRAMO-0-10            TO CANTIDAD-CSV
           PERFORM 2310-FILA-TRAMO-CSV
              THRU 2310-FILA-TRAMO-CSV-EXIT
      *
           MOVE '11-20'                  TO TRAMO-CSV
           MOVE CN-TRAMO-11-20           TO CANTIDAD-CSV
           PERFORM 2310-FILA-TRAMO-CSV
              THRU 2310-FILA-TRAMO-CSV-EXIT
      *
           MOVE '21-30'                  TO TRAMO-CSV
           MOVE CN-TRAMO-21-30           TO CANTIDAD-CSV
           PERFORM 2310-FILA-TRAMO-CSV
              THRU 2310-FILA-TRAMO-CSV-EXIT
      *
           MOVE '+30  '                  TO TRAMO-CSV
           MOVE CN-TRAMO-MAS-30          TO CANTIDAD-CSV
           PERFORM 2310-FILA-TRAMO-CSV
              THRU 2310-FILA-TRAMO-CSV-EXIT
      *
           .
       2300-TRAMOS-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2310-FILA-TRAMO-CSV                                        *
      ******************************************************************
       2310-FILA-TRAMO-CSV.
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING 'TRAMO;;;;;;'          DELIMITED BY SIZE
                  TRAMO-CSV              DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  CANTIDAD-CSV           DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2200-ESCRIBIR-CSV
              THRU 2200-ESCRIBIR-CSV-EXIT
      *
           .
       2310-FILA-TRAMO-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
      * EL RESUMEN POR TRAMOS ES DE TODOS LOS PERITOS: VA CON SU PROPIA
      * CLAVE DE CORTE PARA QUE NO SE LO LLEVE EL ULTIMO PERITO
           IF CON-CORTES
              MOVE 'RESUMEN'             TO CLAVE-COR
              WRITE REG-FINFORME FROM LINEA-CORTE
      *
              IF FS-FINFORME NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FINFORME'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
           MOVE '00-10'                  TO TRAMO-RES
           MOVE CN-TRAMO-0-10            TO CANTIDAD-RES
           MOVE CN-TRAMO-MAS-30          TO CANTIDAD-RES
           WRITE REG-FINFORME FROM LINEA-RESUMEN
      *
      * FILA FINAL CON LOS REGISTROS ENVIADOS; SI EL PROCESO HA FALLADO
      * NO SE ESCRIBE Y SU FALTA AVISA DE QUE EL FICHERO ESTA INCOMPLETO
           IF CON-FICHERO-CSV
              PERFORM 2300-TRAMOS-CSV
                 THRU 2300-TRAMOS-CSV-EXIT
              IF FIN-COMPLETO-CSV AND RETURN-CODE < 8
                 MOVE REGISTROS-CSV      TO REGISTROS-FIN-CSV
                 WRITE REG-FCSV FROM LINEA-FIN-CSV
      *
                 IF FS-FCSV NOT = CT-00
                    DISPLAY 'ERROR AL ESCRIBIR FCSV'
                    DISPLAY 'PARRAFO: 3000-FIN'
                    DISPLAY 'FILE STATUS: ' FS-FCSV
      *
                    MOVE 8               TO RETURN-CODE
                 END-IF
              END-IF
              CLOSE FCSV
           END-IF
      *
           IF CON-CORTES
              EXEC SQL
                  CLOSE CUR-PERITOS
              END-EXEC
           ELSE
              EXEC SQL
                  CLOSE CUR-ABIERTOS
              END-EXEC
           END-IF
      *
           CLOSE FINFORME
                 FBRECHA
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-PERITOS                                          *
      ******************************************************************
       9100-LEER-PERITOS.
      *
           EXEC SQL
               FETCH CUR-PERITOS
                INTO :WK-ID-SINIESTRO
                    ,:WK-FECHA-SINIESTRO
                    ,:WK-FECHA-ASIGNACION
                    ,:WK-FECHA-DECISION
                    ,:WK-CLAVE-CORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-ABIERTOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PERITOS'
                    DISPLAY 'PARRAFO: 9100-LEER-PERITOS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-PERITOS-EXIT.
           EXIT.
      *
