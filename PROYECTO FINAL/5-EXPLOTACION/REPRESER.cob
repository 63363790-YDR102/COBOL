      **                  EL INFORME PARA FINANZAS CON EL NUMERO DE   **
      **                  SINIESTROS ABIERTOS Y EL IMPORTE RESERVADO  **
      **                  POR TIPO, MAS EL TOTAL GENERAL.             **
      **                  CON MODOSALIDA 2 (SYSIN O PARAMETROS) EMITE **
      **                  ADEMAS EN FCSV LAS MISMAS LINEAS DE DETALLE **
      **                  Y EL TOTAL COMO FICHERO DELIMITADO PARA     **
      **                  HOJA DE CALCULO; EL IMPRESO NO CAMBIA.      **
      **                  CON CORTES 2 (SYSIN TRAS EL MODO DE SALIDA, **
      **                  O PARAMETROS) ABRE UNA SECCION POR TIPO DE  **
      **                  POLIZA CON UNA LINEA 'CORTE: ' Y EL TIPO,   **
      **                  QUE DISTRIBUCION_INFORMES ASOCIA A SU       **
      **                  RESPONSABLE, Y UNA 'CORTE: RESUMEN' ANTES   **
      **                  DEL TOTAL GENERAL, PARA REPARTIRLO CON      **
      **                  REPARTO. SU SYSIN ES:                       **
      **                  REPRESER00106CORTE:              00810080   **
      **                  CON CORTES 1, POR DEFECTO, EL IMPRESO NO    **
      **                  CAMBIA.                                     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0080).
      *    INFORME DE RESERVAS PENDIENTES POR TIPO DE POLIZA
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
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-NUM-SINIESTROS      PIC S9(09) COMP.
           05  WK-IMPORTE-TIPO        PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(13)V9(2) COMP-3.
           05  WK-MODO-SALIDA-E       PIC 9(01).
           05  WK-MODO-CORTE-E        PIC 9(01).
      *
      * LINEAS DEL INFORME
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-TOT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(32) VALUE SPACES.
      *
       01  LINEA-CORTE.
           05  FILLER                 PIC X(07) VALUE 'CORTE: '.
           05  CLAVE-COR              PIC X(10).
           05  FILLER                 PIC X(63) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  REGISTRO-CSV           PIC X(07).
           05  TIPO-CSV               PIC X(02).
           05  SINIESTROS-CSV         PIC 9(09).
           05  IMPORTE-CSV            PIC -9(13),99.
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
           OPEN OUTPUT FINFORME
      *
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-CAB
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-AAAAMMDD-CSV
           MOVE ANO-AAAAMMDD-CSV         TO ANO-ISO-CSV
           MOVE MES-AAAAMMDD-CSV         TO MES-ISO-CSV
           MOVE DIA-AAAAMMDD-CSV         TO DIA-ISO-CSV
      *
           PERFORM 1100-ABRIR-CSV
              THRU 1100-ABRIR-CSV-EXIT
      *
           PERFORM 1200-MODO-CORTE
              THRU 1200-MODO-CORTE-EXIT
      *
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           IF FS-FINFORME NOT = CT-00
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
           MOVE 'REPRESER'               TO PROGRAMA-PAR
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
              DISPLAY 'REPRESER: MODO DE SALIDA INCORRECTO: '
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
           STRING 'REGISTRO;FECHA_CIERRE;TIPO_POLIZA;'
                  'SINIESTROS_ABIERTOS;IMPORTE_RESERVADO'
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
      *     SYSIN: CORTES (1 INFORME SEGUIDO, 2 UNA SECCION POR TIPO   *
      *     DE POLIZA PARA REPARTO); SIN ANULACION LO DECIDE           *
      *     PARAMETROS.                                                *
      ******************************************************************
       1200-MODO-CORTE.
      *
           ACCEPT WK-MODO-CORTE-E FROM SYSIN
           IF WK-MODO-CORTE-E NOT NUMERIC
              MOVE ZEROS                 TO WK-MODO-CORTE-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'REPRESER'               TO PROGRAMA-PAR
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
              DISPLAY 'REPRESER: MODO DE CORTE INCORRECTO: ' SW-CORTES
      *
              SET SIN-CORTES             TO TRUE
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-CORTES
              DISPLAY 'REPRESER: INFORME CON CORTES POR TIPO DE POLIZA'
           END-IF
      *
           .
       1200-MODO-CORTE-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           IF CON-CORTES
              PERFORM 2050-LINEA-CORTE
                 THRU 2050-LINEA-CORTE-EXIT
           END-IF
      *
           MOVE WK-TIPO-POLIZA           TO TIPO-DET
           MOVE WK-NUM-SINIESTROS        TO SINIESTROS-DET
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'DETALLE'             TO REGISTRO-CSV
              MOVE WK-TIPO-POLIZA        TO TIPO-CSV
              MOVE WK-NUM-SINIESTROS     TO SINIESTROS-CSV
              MOVE WK-IMPORTE-TIPO       TO IMPORTE-CSV
              PERFORM 2100-FILA-CSV
                 THRU 2100-FILA-CSV-EXIT
           END-IF
      *
           ADD WK-NUM-SINIESTROS         TO CN-SINIESTROS-TOTAL
           ADD WK-IMPORTE-TIPO           TO WK-IMPORTE-TOTAL
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-LINEA-CORTE                                           *
      *     CADA TIPO DE POLIZA ABRE LA SECCION DE SU RESPONSABLE      *
      ******************************************************************
       2050-LINEA-CORTE.
      *
           MOVE WK-TIPO-POLIZA           TO CLAVE-COR
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
      *     UNA FILA DELIMITADA CON LOS MISMOS DATOS QUE LA LINEA      *
      *     IMPRESA, SIN EDITAR                                        *
      ******************************************************************
       2100-FILA-CSV.
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING REGISTRO-CSV           DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  FECHA-ISO-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  TIPO-CSV               DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  SINIESTROS-CSV         DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  IMPORTE-CSV            DELIMITED BY SIZE
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
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
      * EL TOTAL GENERAL ES DE TODOS LOS TIPOS: VA CON SU PROPIA CLAVE
      * DE CORTE PARA QUE NO SE LO LLEVE EL RESPONSABLE DEL ULTIMO TIPO
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
           MOVE CN-SINIESTROS-TOTAL      TO SINIESTROS-TOT
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOT
           WRITE REG-FINFORME FROM LINEA-TOTAL
      *
      * FILA FINAL CON LOS REGISTROS ENVIADOS; SI EL PROCESO HA FALLADO
      * NO SE ESCRIBE Y SU FALTA AVISA DE QUE EL FICHERO ESTA INCOMPLETO
           IF CON-FICHERO-CSV
              MOVE 'TOTAL'               TO REGISTRO-CSV
              MOVE SPACES                TO TIPO-CSV
              MOVE CN-SINIESTROS-TOTAL   TO SINIESTROS-CSV
              MOVE WK-IMPORTE-TOTAL      TO IMPORTE-CSV
              PERFORM 2100-FILA-CSV
                 THRU 2100-FILA-CSV-EXIT
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
           EXEC SQL
               CLOSE CUR-RESERVAS
