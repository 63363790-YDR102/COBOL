      **                LA FECHA DE BAJA NO SE GUARDA: UNA BAJA SE   **
      **                ATRIBUYE AL PERIODO SI DEJO IMAGEN EN EL     **
      **                HISTORICO DENTRO DEL MISMO.                  **
      **                CON MODOSALIDA 2 (SYSIN, TRAS LAS FECHAS, O  **
      **                PARAMETROS) EMITE ADEMAS EN FCSV LAS LINEAS  **
      **                DE DEPARTAMENTO Y SECCION Y LOS MOVIMIENTOS  **
      **                COMO FICHERO DELIMITADO PARA HOJA DE         **
      **                CALCULO; EL IMPRESO NO CAMBIA.               **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT FSALIDA ASSIGN TO FSALIDA
           FILE STATUS FS-FSALIDA.
      *
           SELECT FCSV    ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(0132).
      *    INFORME DE EVOLUCION DE PLANTILLA Y MASA
      *
       FD FCSV
           RECORDING MODE IS F.
       01  REG-FCSV                   PIC X(0300).
      *    EL MISMO INFORME COMO FICHERO DELIMITADO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FSALIDA             PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-IND-GRUPO           PIC S9(04) COMP.
           05  WK-MEDIA               PIC S9(05)V9(03) COMP-3.
           05  WK-CAMBIOS-PERIODO     PIC S9(09) COMP.
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
      * ESTADO RECONSTRUIDO DEL EMPLEADO EN CADA FECHA DE CORTE
       01  WK-CORTE-ACTUAL.
                                      VALUE '  TRASLADOS: '.
           05  TRASLADOS-SAL          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  PLANT-ACT-CSV          PIC 9(05).
           05  MASA-ACT-CSV           PIC -9(13),999.
           05  MEDIA-ACT-CSV          PIC -9(13),999.
           05  PLANT-PRE-CSV          PIC 9(05).
           05  MASA-PRE-CSV           PIC -9(13),999.
           05  MEDIA-PRE-CSV          PIC -9(13),999.
           05  ALTAS-CSV              PIC 9(05).
           05  BAJAS-CSV              PIC 9(05).
           05  TRASLADOS-CSV          PIC 9(05).
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
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
           EXEC SQL
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           SET FIN-COMPLETO-CSV       TO TRUE
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
               OPEN CUR-MATRICULAS
           EXIT.
      *
      ******************************************************************
      *     1100-ABRIR-CSV                                             *
      *     SYSIN: MODO DE SALIDA (1 SOLO IMPRESO, 2 TAMBIEN FICHERO   *
      *     DELIMITADO); SIN ANULACION LO DECIDE PARAMETROS.           *
      ******************************************************************
       1100-ABRIR-CSV.
      *
           ACCEPT WK-MODO-SALIDA-E FROM SYSIN
           IF WK-MODO-SALIDA-E NOT NUMERIC
              MOVE ZEROS              TO WK-MODO-SALIDA-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'TENDRH'              TO PROGRAMA-PAR
           MOVE 'MODOSALIDA'          TO PARAMETRO-PAR
           MOVE WK-MODO-SALIDA-E      TO VALOR-SYSIN-PAR
           MOVE 1                     TO VALOR-DEFECTO-PAR
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1100-ABRIR-CSV'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE VALOR-PAR             TO MODO-SALIDA-CSV
      *
           IF NOT SOLO-IMPRESO-CSV AND NOT CON-FICHERO-CSV
              DISPLAY 'TENDRH: MODO DE SALIDA INCORRECTO: '
                      MODO-SALIDA-CSV
      *
              MOVE 8                  TO RETURN-CODE
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
              MOVE 8                  TO RETURN-CODE
              SET SOLO-IMPRESO-CSV    TO TRUE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'REGISTRO;FECHA_CORTE;FECHA_ANTERIOR;'
                  'DEPARTAMENTO;SECCION;PLANTILLA_ACTUAL;'
                  'MASA_ACTUAL;MEDIA_ACTUAL;PLANTILLA_ANTERIOR;'
                  'MASA_ANTERIOR;MEDIA_ANTERIOR;ALTAS;BAJAS;'
                  'TRASLADOS'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                 TO REGISTROS-CSV
      *
           .
       1100-ABRIR-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
              MOVE ZEROS              TO WK-MEDIA
           END-IF
           MOVE WK-MEDIA              TO MEDIA-ACT-SAL
                                         MEDIA-ACT-CSV
      *
           MOVE WK-PLANTILLA-PRE (WK-IND) TO PLANT-PRE-SAL
           MOVE WK-MASA-PRE (WK-IND)      TO MASA-PRE-SAL
              MOVE ZEROS              TO WK-MEDIA
           END-IF
           MOVE WK-MEDIA              TO MEDIA-PRE-SAL
                                         MEDIA-PRE-CSV
      *
           WRITE REG-FSALIDA        FROM LINEA-GRUPO
      *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              PERFORM 2700-FILA-GRUPO-CSV
                 THRU 2700-FILA-GRUPO-CSV-EXIT
           END-IF
      *
           .
       2600-VOLCAR-GRUPO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-FILA-GRUPO-CSV                                        *
      *     FILA DELIMITADA POR DEPARTAMENTO Y SECCION CON AMBOS       *
      *     CORTES SIN EDITAR; LAS COLUMNAS DE MOVIMIENTOS VAN         *
      *     VACIAS                                                     *
      ******************************************************************
       2700-FILA-GRUPO-CSV.
      *
           MOVE WK-PLANTILLA-ACT (WK-IND) TO PLANT-ACT-CSV
           MOVE WK-MASA-ACT (WK-IND)  TO MASA-ACT-CSV
           MOVE WK-PLANTILLA-PRE (WK-IND) TO PLANT-PRE-CSV
           MOVE WK-MASA-PRE (WK-IND)  TO MASA-PRE-CSV
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'GRUPO'             DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-FECHA-CORTE      DELIMITED BY SPACE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-FECHA-PREVIA     DELIMITED BY SPACE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-DEPT-TAB (WK-IND)
                                      DELIMITED BY '  '
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-SECC-TAB (WK-IND)
                                      DELIMITED BY '  '
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  PLANT-ACT-CSV       DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  MASA-ACT-CSV        DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  MEDIA-ACT-CSV       DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  PLANT-PRE-CSV       DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  MASA-PRE-CSV        DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  MEDIA-PRE-CSV       DELIMITED BY SIZE
                  ';;;'               DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           .
       2700-FILA-GRUPO-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2750-FILA-MOVIM-CSV                                        *
      *     FILA DELIMITADA CON LAS ALTAS, BAJAS Y TRASLADOS DEL       *
      *     PERIODO; LAS COLUMNAS DE GRUPO VAN VACIAS                  *
      ******************************************************************
       2750-FILA-MOVIM-CSV.
      *
           MOVE CN-ALTAS              TO ALTAS-CSV
           MOVE CN-BAJAS              TO BAJAS-CSV
           MOVE CN-TRASLADOS          TO TRASLADOS-CSV
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'MOVIMIENTOS'       DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-FECHA-CORTE      DELIMITED BY SPACE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-FECHA-PREVIA     DELIMITED BY SPACE
                  ';;;;;;;;;'         DELIMITED BY SIZE
                  ALTAS-CSV           DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  BAJAS-CSV           DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  TRASLADOS-CSV       DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           .
       2750-FILA-MOVIM-CSV-EXIT.
           EXIT.
      *
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
              MOVE 8                  TO RETURN-CODE
              SET SOLO-IMPRESO-CSV    TO TRUE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO REGISTROS-CSV
      *
           .
       2800-ESCRIBIR-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
      *
              IF CON-FICHERO-CSV
                 PERFORM 2750-FILA-MOVIM-CSV
                    THRU 2750-FILA-MOVIM-CSV-EXIT
              END-IF
           END-IF
      *
           EXEC SQL
               CLOSE CUR-MATRICULAS
           END-EXEC
      *
      * FILA FINAL CON LOS REGISTROS ENVIADOS; SI EL PROCESO HA FALLADO
      * NO SE ESCRIBE Y SU FALTA AVISA DE QUE EL FICHERO ESTA INCOMPLETO
           IF CON-FICHERO-CSV
              IF FIN-COMPLETO-CSV AND RETURN-CODE < 8
                 MOVE REGISTROS-CSV   TO REGISTROS-FIN-CSV
                 WRITE REG-FCSV FROM LINEA-FIN-CSV
      *
                 IF FS-FCSV NOT = CT-00
                    DISPLAY 'ERROR AL ESCRIBIR FCSV'
                    DISPLAY 'PARRAFO: 3000-FIN'
                    DISPLAY 'FILE STATUS: ' FS-FCSV
      *
                    MOVE 8            TO RETURN-CODE
                 END-IF
              END-IF
              CLOSE FCSV
           END-IF
      *
           CLOSE FSALIDA
      *
