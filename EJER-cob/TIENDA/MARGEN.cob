      **              DE LO VENDIDO Y MARGEN POR PRODUCTO, CON        **
      **              TOTALES POR CATEGORIA. LAS LINEAS VENDIDAS POR  **
      **              DEBAJO DE SU COSTE SALEN EN SU PROPIO FICHERO.  **
      **              CON MODOSALIDA 2 (SYSIN O PARAMETROS) EMITE     **
      **              ADEMAS EN FCSV LAS LINEAS DE PRODUCTO Y LOS     **
      **              TOTALES DE CATEGORIA COMO FICHERO DELIMITADO    **
      **              PARA HOJA DE CALCULO; EL IMPRESO NO CAMBIA.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FBAJOCOS ASSIGN TO FBAJOCOS
           FILE STATUS FS-FBAJOCOS.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FBAJOCOS               PIC X(0060).
      *    LINEAS FACTURADAS POR DEBAJO DE SU COSTE
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
           05  FS-FBAJOCOS            PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-NUM-LINEA           PIC S9(09) COMP.
           05  WK-CANT-LINEA          PIC S9(05)V COMP-3.
           05  WK-IMPORTE-LINEA       PIC S9(08)V9(02) COMP-3.
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
       01  LINEA-PRODUCTO.
           05  PRODUCTO-INF           PIC 9(05).
           05  FILLER                 PIC X(09) VALUE ' VENDIDO '.
           05  IMPORTE-BAJ            PIC -Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(11) VALUE ' BAJO COSTE'.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  REGISTRO-CSV           PIC X(07).
           05  CATEGORIA-CSV          PIC X(30).
           05  PRODUCTO-CSV           PIC 9(05).
           05  PRODUCTO-CSV-X REDEFINES PRODUCTO-CSV
                                      PIC X(05).
           05  INGRESO-CSV            PIC -9(13),99.
           05  COSTE-CSV              PIC -9(13),99.
           05  MARGEN-CSV             PIC -9(13),99.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-BAJOS                 VALUE 'S'.
               88  NO-FIN-BAJOS                 VALUE 'N'.
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
      *
           PERFORM 2800-LINEAS-BAJO-COSTE
              THRU 2800-LINEAS-BAJO-COSTE-EXIT
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
               OPEN CUR-MARGEN
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
           MOVE 'MARGEN'                 TO PROGRAMA-PAR
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
              DISPLAY 'MARGEN: MODO DE SALIDA INCORRECTO: '
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
           STRING 'REGISTRO;CATEGORIA;PRODUCTO;INGRESO;'
                  'COSTE_VENDIDO;MARGEN'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2700-ESCRIBIR-CSV
              THRU 2700-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                    TO REGISTROS-CSV
      *
           .
       1100-ABRIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CORTE DE CONTROL POR CATEGORIA.                            *
      ******************************************************************
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'DETALLE'             TO REGISTRO-CSV
              MOVE WK-CATEGORIA          TO CATEGORIA-CSV
              MOVE WK-ID-PRODUCTO        TO PRODUCTO-CSV
              MOVE WK-INGRESO            TO INGRESO-CSV
              MOVE WK-COSTE-VENDIDO      TO COSTE-CSV
              MOVE WK-MARGEN             TO MARGEN-CSV
              PERFORM 2600-FILA-CSV
                 THRU 2600-FILA-CSV-EXIT
           END-IF
      *
           ADD WK-INGRESO                TO WK-INGRESO-CAT
           ADD WK-COSTE-VENDIDO          TO WK-COSTE-CAT
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              MOVE 'TOTAL'               TO REGISTRO-CSV
              MOVE WK-CATEG-ANTERIOR     TO CATEGORIA-CSV
              MOVE SPACES                TO PRODUCTO-CSV-X
              MOVE WK-INGRESO-CAT        TO INGRESO-CSV
              MOVE WK-COSTE-CAT          TO COSTE-CSV
              MOVE WK-MARGEN-CAT         TO MARGEN-CSV
              PERFORM 2600-FILA-CSV
                 THRU 2600-FILA-CSV-EXIT
           END-IF
      *
           MOVE WK-CATEGORIA             TO WK-CATEG-ANTERIOR
           MOVE 0                        TO WK-INGRESO-CAT
       2500-CERRAR-CATEGORIA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-FILA-CSV                                              *
      *     FILA DELIMITADA DE PRODUCTO O DE TOTAL DE CATEGORIA,       *
      *     CON LOS IMPORTES SIN EDITAR                                *
      ******************************************************************
       2600-FILA-CSV.
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING REGISTRO-CSV           DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  CATEGORIA-CSV          DELIMITED BY '  '
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  PRODUCTO-CSV-X         DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  INGRESO-CSV            DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  COSTE-CSV              DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  MARGEN-CSV             DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2700-ESCRIBIR-CSV
              THRU 2700-ESCRIBIR-CSV-EXIT
      *
           .
       2600-FILA-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-CSV                                          *
      ******************************************************************
       2700-ESCRIBIR-CSV.
      *
           WRITE REG-FCSV FROM LINEA-CSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCSV'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-CSV'
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
       2700-ESCRIBIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2800-LINEAS-BAJO-COSTE                                     *
      ******************************************************************
       2800-LINEAS-BAJO-COSTE.
           EXEC SQL
               CLOSE CUR-MARGEN
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
                 FBAJOCOS
