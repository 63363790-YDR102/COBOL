      **                  LIMITE DE CREDITO DE SYSIN Y EXTRAE LOS    **
      **                  CANDIDATOS A RECLAMACION CON DEUDA EN EL   **
      **                  PEOR TRAMO.                                **
      **                  CON MODOSALIDA 2 (SYSIN, TRAS EL LIMITE, O **
      **                  PARAMETROS) EMITE ADEMAS EN FCSV LAS       **
      **                  LINEAS DE CLIENTE Y LOS TOTALES COMO       **
      **                  FICHERO DELIMITADO PARA HOJA DE CALCULO;   **
      **                  EL IMPRESO NO CAMBIA.                      **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FRECLAMA ASSIGN TO FRECLAMA
           FILE STATUS FS-FRECLAMA.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FRECLAMA               PIC X(0040).
      *    CANDIDATOS A RECLAMACION (DEUDA EN EL PEOR TRAMO)
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
           05  FS-FRECLAMA            PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-DIAS                PIC S9(09) COMP.
           05  WK-PENDIENTE           PIC S9(08)V9(02) COMP-3.
           05  WK-CLIENTE-ANTERIOR    PIC S9(09) COMP.
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
      * COBROS ACUMULADOS CARGADOS EN MEMORIA PARA EL CRUCE
       01  WK-TABLA-COBROS.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-REC            PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  REGISTRO-CSV           PIC X(08).
           05  CLIENTE-CSV            PIC 9(09).
           05  CLIENTE-CSV-X REDEFINES CLIENTE-CSV
                                      PIC X(09).
           05  IMPORTE-CSV            OCCURS 5 TIMES
                                      PIC -9(13),99.
           05  CUENTA-CSV             OCCURS 5 TIMES
                                      PIC 9(09).
           05  MARCA-CSV              PIC X(14).
      *
       01  SW-SWITCHES.
           05  SW-FIN-FCOBROS         PIC X(01).
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
           PERFORM 1200-ABRIR-CSV
              THRU 1200-ABRIR-CSV-EXIT
      *
           EXEC SQL
               OPEN CUR-COBROS
           EXIT.
      *
      ******************************************************************
      *     1200-ABRIR-CSV                                             *
      *     SYSIN: MODO DE SALIDA (1 SOLO IMPRESO, 2 TAMBIEN FICHERO   *
      *     DELIMITADO); SIN ANULACION LO DECIDE PARAMETROS.           *
      ******************************************************************
       1200-ABRIR-CSV.
      *
           ACCEPT WK-MODO-SALIDA-E FROM SYSIN
           IF WK-MODO-SALIDA-E NOT NUMERIC
              MOVE ZEROS              TO WK-MODO-SALIDA-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'AGINGAR'             TO PROGRAMA-PAR
           MOVE 'MODOSALIDA'          TO PARAMETRO-PAR
           MOVE WK-MODO-SALIDA-E      TO VALOR-SYSIN-PAR
           MOVE 1                     TO VALOR-DEFECTO-PAR
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1200-ABRIR-CSV'
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
              DISPLAY 'AGINGAR: MODO DE SALIDA INCORRECTO: '
                      MODO-SALIDA-CSV
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF SOLO-IMPRESO-CSV
              GO TO 1200-ABRIR-CSV-EXIT
           END-IF
      *
           OPEN OUTPUT FCSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCSV'
              DISPLAY 'PARRAFO: 1200-ABRIR-CSV'
              DISPLAY 'FILE STATUS: ' FS-FCSV
      *
              MOVE 8                  TO RETURN-CODE
              SET SOLO-IMPRESO-CSV    TO TRUE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'REGISTRO;CLIENTE;TRAMO_HASTA_30;TRAMO_31_60;'
                  'TRAMO_61_90;TRAMO_91_120;TRAMO_MAS_120;'
                  'MARCA'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2600-ESCRIBIR-CSV
              THRU 2600-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                 TO REGISTROS-CSV
      *
           .
       1200-ABRIR-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CORTE DE CONTROL POR CLIENTE                               *
      ******************************************************************
      *
              ADD CT-1                TO CN-RECLAMACIONES
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'DETALLE'          TO REGISTRO-CSV
              MOVE WK-CLIENTE-ANTERIOR
                                      TO CLIENTE-CSV
              MOVE WK-TRAMO-CLI (1)   TO IMPORTE-CSV (1)
              MOVE WK-TRAMO-CLI (2)   TO IMPORTE-CSV (2)
              MOVE WK-TRAMO-CLI (3)   TO IMPORTE-CSV (3)
              MOVE WK-TRAMO-CLI (4)   TO IMPORTE-CSV (4)
              MOVE WK-TRAMO-CLI (5)   TO IMPORTE-CSV (5)
              MOVE MARCA-SAL          TO MARCA-CSV
              PERFORM 2500-FILA-CSV
                 THRU 2500-FILA-CSV-EXIT
           END-IF
      *
           .
       2400-CERRAR-CLIENTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-FILA-CSV                                              *
      *     FILA DELIMITADA CON LOS IMPORTES POR TRAMO DEL CLIENTE     *
      *     O DE LOS TOTALES, SIN EDITAR                               *
      ******************************************************************
       2500-FILA-CSV.
      *
           MOVE SPACES                TO LINEA-CSV
           STRING REGISTRO-CSV        DELIMITED BY SPACE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CLIENTE-CSV-X       DELIMITED BY SPACE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  IMPORTE-CSV (1)     DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  IMPORTE-CSV (2)     DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  IMPORTE-CSV (3)     DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  IMPORTE-CSV (4)     DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  IMPORTE-CSV (5)     DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  MARCA-CSV           DELIMITED BY '  '
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2600-ESCRIBIR-CSV
              THRU 2600-ESCRIBIR-CSV-EXIT
      *
           .
       2500-FILA-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2510-FILA-CUENTAS-CSV                                      *
      *     FILA DELIMITADA CON EL NUMERO DE FACTURAS POR TRAMO        *
      ******************************************************************
       2510-FILA-CUENTAS-CSV.
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'FACTURAS;'         DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUENTA-CSV (1)      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUENTA-CSV (2)      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUENTA-CSV (3)      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUENTA-CSV (4)      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUENTA-CSV (5)      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2600-ESCRIBIR-CSV
              THRU 2600-ESCRIBIR-CSV-EXIT
      *
           .
       2510-FILA-CUENTAS-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-ESCRIBIR-CSV                                          *
      ******************************************************************
       2600-ESCRIBIR-CSV.
      *
           WRITE REG-FCSV FROM LINEA-CSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCSV'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-CSV'
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
       2600-ESCRIBIR-CSV-EXIT.
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
                 MOVE 'TOTAL'         TO REGISTRO-CSV
                 MOVE SPACES          TO CLIENTE-CSV-X
                                         MARCA-CSV
                 MOVE WK-TRAMO-TOT (1) TO IMPORTE-CSV (1)
                 MOVE WK-TRAMO-TOT (2) TO IMPORTE-CSV (2)
                 MOVE WK-TRAMO-TOT (3) TO IMPORTE-CSV (3)
                 MOVE WK-TRAMO-TOT (4) TO IMPORTE-CSV (4)
                 MOVE WK-TRAMO-TOT (5) TO IMPORTE-CSV (5)
                 PERFORM 2500-FILA-CSV
                    THRU 2500-FILA-CSV-EXIT
      *
                 MOVE WK-CUENTA-TRAMO (1) TO CUENTA-CSV (1)
                 MOVE WK-CUENTA-TRAMO (2) TO CUENTA-CSV (2)
                 MOVE WK-CUENTA-TRAMO (3) TO CUENTA-CSV (3)
                 MOVE WK-CUENTA-TRAMO (4) TO CUENTA-CSV (4)
                 MOVE WK-CUENTA-TRAMO (5) TO CUENTA-CSV (5)
                 PERFORM 2510-FILA-CUENTAS-CSV
                    THRU 2510-FILA-CUENTAS-CSV-EXIT
              END-IF
           END-IF
      *
           EXEC SQL
               CLOSE CUR-FACTURAS
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
                 FRECLAMA
