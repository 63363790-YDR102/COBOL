      **                  - UNA MARCA CLARA CUANDO UN PROGRAMA HA     **
      **                    TARDADO DEMASIADO O HA PROCESADO MENOS    **
      **                    REGISTROS DE LO NORMAL.                   **
      **                  CON MODOSALIDA 2 (SYSIN, TRAS EL NUMERO DE  **
      **                  EJECUCIONES, O PARAMETROS) EMITE ADEMAS EN  **
      **                  FCSV EL ESTADO DE CADA FASE Y LA LINEA DE   **
      **                  CADA PROGRAMA COMO FICHERO DELIMITADO PARA  **
      **                  HOJA DE CALCULO; EL IMPRESO NO CAMBIA.      **
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
       01  REG-FINFORME               PIC X(100).
      *    CUADRO DE MANDO PARA EL OPERADOR
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
           05  WK-RENDIMIENTO         PIC 9(07)V9(02).
           05  WK-UMBRAL              PIC S9(12).
           05  WK-CADENA-ANT          PIC X(08).
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
       01  CN-CONTADORES.
           05  CN-EJEC-MEDIA          PIC 9(02).
               'PROGRAMA  ES   DURACION  REGISTROS     REG/MIN  '.
           05  FILLER                 PIC X(50) VALUE
               'MEDIA-SEG  MEDIA-REG  ALERTA'.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  SEGUNDOS-CSV           PIC 9(09).
           05  REGISTROS-CSV-PGM      PIC 9(09).
           05  RENDIM-CSV             PIC 9(07),99.
           05  MEDIA-SEG-CSV          PIC 9(09).
           05  MEDIA-REG-CSV          PIC 9(09).
      *
       01  SW-SWITCHES.
           05  SW-FIN-PGMS            PIC X(01).
               88  SI-FIN-FASES                 VALUE 'S'.
               88  NO-FIN-FASES                 VALUE 'N'.
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
           PERFORM 2300-RECORRER-PGMS
              THRU 2300-RECORRER-PGMS-EXIT
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
           MOVE '**** CUADRO DE MANDO DE CADENAS DE EXPLOTACION ****'
                                         TO REG-FINFORME
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
           MOVE 'REPODASH'               TO PROGRAMA-PAR
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
              DISPLAY 'REPODASH: MODO DE SALIDA INCORRECTO: '
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
           STRING 'REGISTRO;CADENA;FASE;ESTADO;PROGRAMA;'
                  'DURACION_SEGUNDOS;REGISTROS;'
                  'REGISTROS_MINUTO;MEDIA_SEGUNDOS;'
                  'MEDIA_REGISTROS;ALERTA'
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
      *     1900-RECORRER-CADENAS                                      *
      *     RECORREMOS LAS FASES DE TODAS LAS CADENAS DEFINIDAS EN     *
      *     CADENAS_FASES, EN SU ORDEN, CON RUPTURA POR CADENA.        *
           MOVE LINEA-FASE               TO REG-FINFORME
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           IF CON-FICHERO-CSV
              PERFORM 2100-FILA-FASE-CSV
                 THRU 2100-FILA-FASE-CSV-EXIT
           END-IF
      *
           PERFORM 1910-FETCH-FASE
              THRU 1910-FETCH-FASE-EXIT
       2000-ESTADO-FASES-EXIT.
           EXIT.
      ******************************************************************
      *     2100-FILA-FASE-CSV                                         *
      *     UNA FILA DELIMITADA POR FASE DE CADENA; LAS COLUMNAS       *
      *     DE PROGRAMA VAN VACIAS                                     *
      ******************************************************************
       2100-FILA-FASE-CSV.
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING 'FASE'                 DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  CD-COD-CADENA          DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  CD-CLAVE-FASE          DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  TB-ESTADO              DELIMITED BY SPACE
                  ';;;;;;;'              DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2700-ESCRIBIR-CSV
              THRU 2700-ESCRIBIR-CSV-EXIT
      *
           .
       2100-FILA-FASE-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CABECERA-PGMS                                         *
      ******************************************************************
       2200-CABECERA-PGMS.
           MOVE LINEA-PGM                TO REG-FINFORME
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           IF CON-FICHERO-CSV
              PERFORM 2600-FILA-PGM-CSV
                 THRU 2600-FILA-PGM-CSV-EXIT
           END-IF
      *
           .
       2500-LINEA-CUADRO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-FILA-PGM-CSV                                          *
      *     UNA FILA DELIMITADA POR PROGRAMA CON LOS DATOS DE SU       *
      *     LINEA DEL CUADRO SIN EDITAR; LAS COLUMNAS DE CADENA Y      *
      *     FASE VAN VACIAS                                            *
      ******************************************************************
       2600-FILA-PGM-CSV.
      *
           MOVE WK-SEGUNDOS-ULT          TO SEGUNDOS-CSV
           MOVE WK-REGISTROS-ULT         TO REGISTROS-CSV-PGM
           MOVE WK-RENDIMIENTO           TO RENDIM-CSV
           MOVE WK-MEDIA-SEGUNDOS        TO MEDIA-SEG-CSV
           MOVE WK-MEDIA-REGISTROS       TO MEDIA-REG-CSV
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING 'PROGRAMA;;;'          DELIMITED BY SIZE
                  WK-ESTADO-ULT          DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  WK-PGM                 DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  SEGUNDOS-CSV           DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  REGISTROS-CSV-PGM      DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  RENDIM-CSV             DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  MEDIA-SEG-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  MEDIA-REG-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  ALERTA-LIN             DELIMITED BY '  '
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2700-ESCRIBIR-CSV
              THRU 2700-ESCRIBIR-CSV-EXIT
      *
           .
       2600-FILA-PGM-CSV-EXIT.
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
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
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
      *
