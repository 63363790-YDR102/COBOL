      **                  EL UMBRAL PORCENTUAL DADO POR SYSIN (80%    **
      **                  POR DEFECTO), PARA QUE SUSCRIPCION ACTUE    **
      **                  ANTES DE QUE LA SUMA SE AGOTE.              **
      **                  CON MODOSALIDA 2 (SYSIN, TRAS EL UMBRAL, O  **
      **                  PARAMETROS) EMITE ADEMAS EN FCSV LAS MISMAS **
      **                  COBERTURAS COMO FICHERO DELIMITADO PARA     **
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
       01  REG-FINFORME               PIC X(0090).
      *    COBERTURAS CERCA DE AGOTAR SU SUMA ASEGURADA
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
           05  WK-TIPO3               PIC X(02).
           05  WK-TIPO4               PIC X(02).
           05  WK-PORCENTAJE          PIC S9(03)V9(2) COMP-3.
           05  WK-MODO-SALIDA-E       PIC 9(01).
      *
       01  LINEA-DETALLE.
           05  POLIZA-DET             PIC X(09).
           05  PORCENTAJE-DET         PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE '%'.
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
      * CAMPOS DE LAS FILAS DEL FICHERO DELIMITADO
       01  LINEA-CSV-DETALLE.
           05  POLIZA-CSV             PIC X(09).
           05  COBERTURA-CSV          PIC X(02).
           05  LIMITE-CSV             PIC -9(13),99.
           05  CONSUMIDO-CSV          PIC -9(13),99.
           05  PORCENTAJE-CSV         PIC -9(03),99.
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
           SET FIN-COMPLETO-CSV          TO TRUE
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
           ELSE
              DISPLAY 'AGOTACOB: UMBRAL DE ALERTA: ' WK-UMBRAL-E
           END-IF
      *
           PERFORM 1100-ABRIR-CSV
              THRU 1100-ABRIR-CSV-EXIT
      *
           OPEN OUTPUT FINFORME
      *
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
           MOVE 'AGOTACOB'               TO PROGRAMA-PAR
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
              DISPLAY 'AGOTACOB: MODO DE SALIDA INCORRECTO: '
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
           STRING 'POLIZA;COBERTURA;LIMITE;CONSUMIDO;'
                  'PORCENTAJE_CONSUMIDO'
                  DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2300-ESCRIBIR-CSV
              THRU 2300-ESCRIBIR-CSV-EXIT
      *
           MOVE ZEROS                    TO REGISTROS-CSV
      *
           .
       1100-ABRIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     LOCALIZAMOS EL LIMITE CONTRATADO DE LA COBERTURA           *
      *     CONSUMIDA Y ALERTAMOS SI EL CONSUMO ALCANZA EL UMBRAL.     *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CON-FICHERO-CSV
              PERFORM 2200-FILA-CSV
                 THRU 2200-FILA-CSV-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-ALERTADAS
      *
       2100-ESCRIBIR-ALERTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-FILA-CSV                                              *
      *     UNA FILA DELIMITADA CON LOS MISMOS DATOS QUE LA LINEA      *
      *     IMPRESA, SIN EDITAR                                        *
      ******************************************************************
       2200-FILA-CSV.
      *
           MOVE WK-POLIZA                TO POLIZA-CSV
           MOVE WK-COBERTURA             TO COBERTURA-CSV
           MOVE WK-LIMITE                TO LIMITE-CSV
           MOVE WK-CONSUMIDO             TO CONSUMIDO-CSV
           MOVE WK-PORCENTAJE            TO PORCENTAJE-CSV
      *
           MOVE SPACES                   TO LINEA-CSV
           STRING POLIZA-CSV             DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  COBERTURA-CSV          DELIMITED BY SPACE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  LIMITE-CSV             DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  CONSUMIDO-CSV          DELIMITED BY SIZE
                  SEPARADOR-CSV          DELIMITED BY SIZE
                  PORCENTAJE-CSV         DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING
      *
           PERFORM 2300-ESCRIBIR-CSV
              THRU 2300-ESCRIBIR-CSV-EXIT
      *
           .
       2200-FILA-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ESCRIBIR-CSV                                          *
      ******************************************************************
       2300-ESCRIBIR-CSV.
      *
           WRITE REG-FCSV FROM LINEA-CSV
      *
           IF FS-FCSV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCSV'
              DISPLAY 'PARRAFO: 2300-ESCRIBIR-CSV'
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
       2300-ESCRIBIR-CSV-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
           END-EXEC
      *
           CLOSE FINFORME
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
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A G O T A C O B    **'
