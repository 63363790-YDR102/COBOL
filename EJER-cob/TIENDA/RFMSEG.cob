      **                EN EL CLIENTE. SALIDAS: DISTRIBUCION DE      **
      **                SEGMENTOS Y EXTRACTO DE MEJORES CLIENTES     **
      **                PARA MARKETING.                              **
      **                CON MODOSALIDA 2 (SYSIN, TRAS LA FECHA, O    **
      **                PARAMETROS) EMITE ADEMAS EN FCSV LA          **
      **                DISTRIBUCION DE SEGMENTOS Y LOS MEJORES      **
      **                CLIENTES COMO FICHERO DELIMITADO PARA HOJA   **
      **                DE CALCULO; LOS IMPRESOS NO CAMBIAN.         **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FMEJORES ASSIGN TO FMEJORES
           FILE STATUS FS-FMEJORES.
      *
           SELECT FCSV     ASSIGN TO FCSV
           FILE STATUS FS-FCSV.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FMEJORES               PIC X(0080).
      *    EXTRACTO DE MEJORES CLIENTES PARA CAMPANYAS
      *
       FD FCSV
           RECORDING MODE IS F.
       01  REG-FCSV                   PIC X(0300).
      *    LOS MISMOS DATOS COMO FICHERO DELIMITADO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FREPARTO            PIC X(02).
           05  FS-FMEJORES            PIC X(02).
           05  FS-FCSV                PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  WK-RECENCIA-F          PIC S9(09) COMP.
           05  WK-FRECUENCIA-F        PIC S9(09) COMP.
           05  WK-VALOR-F             PIC S9(09)V9(02) COMP-3.
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
      * CARTERA DE CLIENTES EN MEMORIA PARA CALCULAR LOS QUINTILES
       01  WK-TABLA-CLIENTES.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-MEJ              PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  CUANTOS-CSV            PIC 9(05).
           05  ID-CLIENTE-CSV         PIC 9(09).
           05  VALOR-CSV              PIC -9(13),99.
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
              THRU 2400-GRABAR-SEGMENTO-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-CLIENTES
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
           MOVE CT-CANCELADO          TO TB-ESTADO
                                         OF DCLPEDIDOS-CLIENTE
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
           MOVE 'RFMSEG'              TO PROGRAMA-PAR
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
              DISPLAY 'RFMSEG: MODO DE SALIDA INCORRECTO: '
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
           STRING 'REGISTRO;SEGMENTO;CLIENTES;ID_CLIENTE;'
                  'NOMBRE;VALOR'
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
      *     2000-CARGAR-CLIENTE                                        *
      ******************************************************************
       2000-CARGAR-CLIENTE.
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              PERFORM 2650-FILA-MEJOR-CSV
                 THRU 2650-FILA-MEJOR-CSV-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-MEJORES
      *
           EXIT.
      *
      ******************************************************************
      *     2650-FILA-MEJOR-CSV                                        *
      *     FILA DELIMITADA POR CADA MEJOR CLIENTE; LA COLUMNA DE      *
      *     NUMERO DE CLIENTES DEL SEGMENTO VA VACIA                   *
      ******************************************************************
       2650-FILA-MEJOR-CSV.
      *
           MOVE WK-ID-CLI (WK-IND)    TO ID-CLIENTE-CSV
           MOVE WK-VALOR (WK-IND)     TO VALOR-CSV
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'CLIENTE'           DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-SEGMENTO         DELIMITED BY SIZE
                  ';;'                DELIMITED BY SIZE
                  ID-CLIENTE-CSV      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  TB-NOMBRE           DELIMITED BY '  '
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  VALOR-CSV           DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           .
       2650-FILA-MEJOR-CSV-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-VOLCAR-REPARTO                                        *
      ******************************************************************
       2700-VOLCAR-REPARTO.
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              PERFORM 2750-FILA-SEGMENTO-CSV
                 THRU 2750-FILA-SEGMENTO-CSV-EXIT
           END-IF
      *
           .
       2700-VOLCAR-REPARTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2750-FILA-SEGMENTO-CSV                                     *
      *     FILA DELIMITADA POR SEGMENTO CON SU NUMERO DE CLIENTES;    *
      *     LAS COLUMNAS DE CLIENTE VAN VACIAS                         *
      ******************************************************************
       2750-FILA-SEGMENTO-CSV.
      *
           MOVE WK-CUANTOS-TAB (WK-IND) TO CUANTOS-CSV
      *
           MOVE SPACES                TO LINEA-CSV
           STRING 'SEGMENTO'          DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  WK-SEGMENTO-TAB (WK-IND)
                                      DELIMITED BY SIZE
                  SEPARADOR-CSV       DELIMITED BY SIZE
                  CUANTOS-CSV         DELIMITED BY SIZE
                  ';;;'               DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2800-ESCRIBIR-CSV
              THRU 2800-ESCRIBIR-CSV-EXIT
      *
           .
       2750-FILA-SEGMENTO-CSV-EXIT.
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
           EXEC SQL
               CLOSE CUR-RFM
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
           CLOSE FREPARTO
                 FMEJORES
