      **                  SYSIN (50.000.000 POR DEFECTO). LAS ZONAS   **
      **                  QUE SUPERAN SU UMBRAL SALEN EN EL FICHERO   **
      **                  DE ALERTAS PARA LA COMPRA DE REASEGURO.     **
      **                  CON MODOSALIDA 2 (SYSIN, TRAS EL UMBRAL, O  **
      **                  PARAMETROS) EMITE ADEMAS EN FCSV EL DETALLE **
      **                  Y LOS TOTALES DE ZONA COMO FICHERO          **
      **                  DELIMITADO PARA HOJA DE CALCULO; EL IMPRESO **
      **                  NO CAMBIA.                                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FALERTAS ASSIGN TO FALERTAS
           FILE STATUS FS-FALERTAS.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FALERTAS               PIC X(0060).
      *    ZONAS QUE SUPERAN EL UMBRAL DE EXPOSICION
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
           05  FS-FALERTAS            PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-EXPOSICION          PIC S9(13)V9(2) COMP-3.
           05  WK-EXPO-ZONA           PIC S9(13)V9(2) COMP-3.
           05  WK-UMBRAL-ZONA         PIC S9(13)V9(2) COMP-3.
           05  WK-MODO-SALIDA-E       PIC 9(01).
           05  WK-PARAM-UMBRAL.
               10  FILLER             PIC X(06) VALUE 'UMBRAL'.
               10  WK-PARAM-ZONA      PIC X(02).
           05  FILLER                 PIC X(15) VALUE
               ' SUPERA UMBRAL'.
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  REGISTRO-CSV           PIC X(07).
           05  ZONA-CSV               PIC X(02).
           05  TIPO-CSV               PIC X(02).
           05  POLIZAS-CSV            PIC 9(09).
           05  POLIZAS-CSV-X REDEFINES POLIZAS-CSV
                                      PIC X(09).
           05  EXPOSICION-CSV         PIC -9(13),99.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
      *
       COPY CPYPARAM.
      *
      *--------AREA DE LA SALIDA DELIMITADA----------------------------*
      *
       COPY CPYCSV.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           SET FIN-COMPLETO-CSV          TO TRUE
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1100-ABRIR-CSV
              THRU 1100-ABRIR-CSV-EXIT
      *
           EXEC SQL
               OPEN CUR-EXPO
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
           MOVE 'EXPOZONA'               TO PROGRAMA-PAR
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
              DISPLAY 'EXPOZONA: MODO DE SALIDA INCORRECTO: '
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
           STRING 'REGISTRO;ZONA;TIPO_POLIZA;POLIZAS;'
                  'EXPOSICION'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                    TO REGISTROS-CSV
      *
           .
       1100-ABRIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     LINEA DE DETALLE POR ZONA Y TIPO, CON CORTE DE CONTROL     *
      *     POR ZONA PARA EL TOTAL Y LA ALERTA DE UMBRAL.              *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'DETALLE'             TO REGISTRO-CSV
              MOVE WK-ZONA               TO ZONA-CSV
              MOVE WK-TIPO-POLIZA        TO TIPO-CSV
              MOVE WK-NUM-POLIZAS        TO POLIZAS-CSV
              MOVE WK-EXPOSICION         TO EXPOSICION-CSV
              PERFORM 2700-FILA-CSV
                 THRU 2700-FILA-CSV-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
           ADD WK-EXPOSICION             TO WK-EXPO-ZONA
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'TOTAL'               TO REGISTRO-CSV
              MOVE WK-ZONA-ANTERIOR      TO ZONA-CSV
              MOVE SPACES                TO TIPO-CSV
              MOVE SPACES                TO POLIZAS-CSV-X
              MOVE WK-EXPO-ZONA          TO EXPOSICION-CSV
              PERFORM 2700-FILA-CSV
                 THRU 2700-FILA-CSV-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-ZONAS
      *
       2600-UMBRAL-ZONA-EXIT.
           EXIT.
      ******************************************************************
      *     2700-FILA-CSV                                              *
      *     UNA FILA DELIMITADA CON LOS MISMOS DATOS QUE LA LINEA      *
      *     IMPRESA, SIN EDITAR; EL TOTAL DE ZONA NO LLEVA TIPO NI     *
      *     POLIZAS, COMO EN EL IMPRESO                                *
      ******************************************************************
       2700-FILA-CSV.
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING REGISTRO-CSV           DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  ZONA-CSV               DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  TIPO-CSV               DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  POLIZAS-CSV-X          DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  EXPOSICION-CSV         DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           .
       2700-FILA-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-CSV                                          *
      ******************************************************************
       2800-ESCRIBIR-CSV.
      *
           WRITE REG-FCSV FROM LINEA-CSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCSV'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-CSV'
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
       2800-ESCRIBIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
           EXEC SQL
               CLOSE CUR-EXPO
           END-EXEC
      *
      * FILA FINAL CON LOS REGISTROS ENVIADOS; SI EL PROCESO HA FALLADO
      * NO SE ESCRIBE Y SU FALTA AVISA DE QUE EL FICHERO ESTA INCOMPLETO
           IF CON-FICHERO-CSV
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
           CLOSE FINFORME
                 FALERTAS
