      ******************************************************************
      ** F I V A G E N.-GENERACION DEL FICHERO DE COMUNICACION AL     **
      **                FICHERO INFORMATIVO DE VEHICULOS ASEGURADOS   **
      **                (FIVA). DOS FASES:                            **
      **                - ALTAS: LAS POLIZAS DE AUTOS_MAPFRE EN VIGOR **
      **                  SIN NINGUN MOVIMIENTO EN                    **
      **                  NOTIFICACIONES_FIVA (NUEVA PRODUCCION DE    **
      **                  ALTAPOL Y CARTERA CARGADA) QUEDAN COMO ALTA **
      **                  PENDIENTE.                                  **
      **                - ENVIO: TODOS LOS MOVIMIENTOS PENDIENTES     **
      **                  (ALTAS, BAJAS DE CANCEPOL, MODIFICACIONES   **
      **                  DE RESPRENO Y REENVIOS CORREGIDOS EN        **
      **                  FIVAERR) SE ESCRIBEN EN EL FICHERO CON      **
      **                  CABECERA Y TRAILER DE TOTALES Y SE MARCAN   **
      **                  COMO ENVIADOS.                              **
      **                LOS MOVIMIENTOS DE VEHICULOS SIN MATRICULA O  **
      **                SIN BASTIDOR NO SE ENVIAN: QUEDAN PENDIENTES  **
      **                Y SE LISTAN EN EL FICHERO DE INCIDENCIAS PARA **
      **                QUE SE COMPLETEN LOS DATOS DEL VEHICULO.      **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FIVAGEN.
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
           SELECT FFIVA ASSIGN TO FFIVA
           FILE STATUS FS-FFIVA.
      *
           SELECT FINCIDEN ASSIGN TO FINCIDEN
           FILE STATUS FS-FINCIDEN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFIVA
           RECORDING MODE IS F.
       01  REG-FFIVA                  PIC X(0120).
      *    FICHERO DE ALTAS, BAJAS Y MODIFICACIONES PARA EL FIVA
      *
       FD FINCIDEN
           RECORDING MODE IS F.
       01  REG-FINCIDEN               PIC X(0080).
      *    MOVIMIENTOS RETENIDOS POR FALTA DE DATOS DEL VEHICULO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFIVA               PIC X(02).
           05  FS-FINCIDEN            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-COD-ENTIDAD         PIC X(05) VALUE 'C0058'.
           05  CT-MOTIVO-SIN-MATRIC   PIC X(30) VALUE
               'VEHICULO SIN MATRICULA'.
           05  CT-MOTIVO-SIN-BASTIDOR PIC X(30) VALUE
               'VEHICULO SIN BASTIDOR'.
      *
       01  CN-CONTADORES.
           05  CN-ALTAS-GENERADAS     PIC 9(05).
           05  CN-PENDIENTES-LEIDOS   PIC 9(05).
           05  CN-ALTAS               PIC 9(07).
           05  CN-BAJAS               PIC 9(07).
           05  CN-MODIFICACIONES      PIC 9(07).
           05  CN-ENVIADOS            PIC 9(07).
           05  CN-RETENIDOS           PIC 9(05).
      *
      * INTERVALO DE COMMIT DE LA FASE DE ALTAS (SYSIN)
       01  WK-NUM-COMMIT-E            PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-CONT-COMMIT         PIC 9(03).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-ENVIO         PIC X(10).
           05  WK-MOTIVO              PIC X(30).
           05  WK-POLIZA              PIC X(09).
           05  WK-FECHA-INICIO        PIC X(10).
      *
      * MOVIMIENTO PENDIENTE CON LOS DATOS DEL VEHICULO Y LA POLIZA
       01  DATOS-MOVIMIENTO.
           05  POLIZA-MOV             PIC X(09).
           05  NUM-MOVIMIENTO-MOV     PIC S9(09) COMP.
           05  TIPO-MOVIMIENTO-MOV    PIC X(01).
           05  FECHA-MOVIMIENTO-MOV   PIC X(10).
           05  MATRICULA-MOV          PIC X(10).
           05  MARCA-MODELO-MOV       PIC X(30).
           05  BASTIDOR-MOV           PIC X(17).
           05  DNI-TOMADOR-MOV        PIC X(09).
           05  FECHA-INICIO-MOV       PIC X(10).
           05  FECHA-VENCIMIENTO-MOV  PIC X(10).
      *
      * REGISTROS DEL FICHERO FIVA: CABECERA (1), DETALLE (2) Y
      * TRAILER (9)
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  ENTIDAD-CAB            PIC X(05).
           05  FECHA-ENVIO-CAB        PIC X(10).
           05  FILLER                 PIC X(104) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  FILLER                 PIC X(01) VALUE '2'.
           05  TIPO-MOVIMIENTO-DET    PIC X(01).
           05  POLIZA-DET             PIC X(09).
           05  NUM-MOVIMIENTO-DET     PIC 9(05).
           05  FECHA-MOVIMIENTO-DET   PIC X(10).
           05  MATRICULA-DET          PIC X(10).
           05  BASTIDOR-DET           PIC X(17).
           05  MARCA-MODELO-DET       PIC X(30).
           05  DNI-TOMADOR-DET        PIC X(09).
           05  FECHA-INICIO-DET       PIC X(10).
           05  FECHA-VENCIMIENTO-DET  PIC X(10).
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  LINEA-TRAILER.
           05  FILLER                 PIC X(01) VALUE '9'.
           05  ALTAS-TRA              PIC 9(07).
           05  BAJAS-TRA              PIC 9(07).
           05  MODIFICACIONES-TRA     PIC 9(07).
           05  TOTAL-TRA              PIC 9(07).
           05  FILLER                 PIC X(91) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  POLIZA-INC             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-MOVIMIENTO-INC     PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-MOVIMIENTO-INC    PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-INC             PIC X(30).
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-ALTAS           PIC X(01).
               88  SI-FIN-ALTAS                 VALUE 'S'.
               88  NO-FIN-ALTAS                 VALUE 'N'.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN NOTIFICACIONES_FIVA-*
      *
           EXEC SQL
               INCLUDE TBNOTFIV
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS DE AUTOS AUN NO COMUNICADAS----------*
      *
           EXEC SQL
               DECLARE CUR-ALTAS CURSOR WITH HOLD FOR
               SELECT A.POLIZA
                     ,A.FECHA_INICIO
                 FROM AUTOS_MAPFRE A
                WHERE A.FECHA_VENCIMIENTO >= CURRENT DATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM NOTIFICACIONES_FIVA N
                        WHERE N.POLIZA = A.POLIZA)
                ORDER BY A.POLIZA
           END-EXEC.
      *
      *--------CURSOR DE MOVIMIENTOS PENDIENTES DE ENVIO--------------*
      *
           EXEC SQL
               DECLARE CUR-PENDIENTES CURSOR FOR
               SELECT N.POLIZA
                     ,N.NUM_MOVIMIENTO
                     ,N.TIPO_MOVIMIENTO
                     ,N.FECHA_MOVIMIENTO
                     ,COALESCE(A.MATRICULA, ' ')
                     ,COALESCE(A.MARCA_MODELO, ' ')
                     ,COALESCE(A.BASTIDOR, ' ')
                     ,S.DNI_CL
                     ,S.FECHA_INICIO
                     ,S.FECHA_VENCIMIENTO
                 FROM NOTIFICACIONES_FIVA N
                     ,AUTOS_MAPFRE A
                     ,SEGUROS_PEPITO_SEG S
                WHERE N.ESTADO = 'P'
                  AND A.POLIZA = N.POLIZA
                  AND S.NUMERO_POLIZA = N.POLIZA
                ORDER BY N.POLIZA
                        ,N.NUM_MOVIMIENTO
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
           PERFORM 2000-GENERAR-ALTA
              THRU 2000-GENERAR-ALTA-EXIT
             UNTIL SI-FIN-ALTAS
      *
           PERFORM 2100-ABRIR-PENDIENTES
              THRU 2100-ABRIR-PENDIENTES-EXIT
      *
           PERFORM 2200-PROCESO
              THRU 2200-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 2900-ESCRIBIR-TRAILER
              THRU 2900-ESCRIBIR-TRAILER-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-NUM-COMMIT-E
                      WK-VARIABLES
                      DATOS-MOVIMIENTO
                      DCLNOTIFICACIONES-FIVA
      *
           SET NO-FIN-ALTAS              TO TRUE
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-NUM-COMMIT-E FROM SYSIN
      *
           IF WK-NUM-COMMIT-E = 0 OR WK-NUM-COMMIT-E = SPACES
              MOVE 1                     TO WK-NUM-COMMIT-E
              DISPLAY 'FIVAGEN: INTERVALO DE COMMIT POR DEFECTO: 001'
           ELSE
              DISPLAY 'FIVAGEN: INTERVALO DE COMMIT: ' WK-NUM-COMMIT-E
           END-IF
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-ENVIO (1:4)
           MOVE '-'                      TO WK-FECHA-ENVIO (5:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-ENVIO (6:2)
           MOVE '-'                      TO WK-FECHA-ENVIO (8:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-ENVIO (9:2)
      *
           OPEN OUTPUT FFIVA
                       FINCIDEN
      *
           IF FS-FFIVA NOT = CT-00
              OR FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFIVA ' ' FS-FINCIDEN
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CT-COD-ENTIDAD           TO ENTIDAD-CAB
           MOVE WK-FECHA-ENVIO           TO FECHA-ENVIO-CAB
      *
           WRITE REG-FFIVA FROM LINEA-CABECERA
      *
           IF FS-FFIVA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFIVA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFIVA
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-ALTAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ALTAS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-ALTAS
              THRU 9000-LEER-ALTAS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-GENERAR-ALTA                                          *
      *     LA POLIZA DE AUTOS SIN MOVIMIENTOS ES UN VEHICULO AUN NO   *
      *     COMUNICADO: SU PRIMER MOVIMIENTO ES EL ALTA, CON FECHA DE  *
      *     INICIO DE LA POLIZA.                                       *
      ******************************************************************
       2000-GENERAR-ALTA.
      *
           MOVE WK-POLIZA                TO NF-POLIZA
           MOVE 1                        TO NF-NUM-MOVIMIENTO
           MOVE 'A'                      TO NF-TIPO-MOVIMIENTO
           MOVE WK-FECHA-INICIO          TO NF-FECHA-MOVIMIENTO
           MOVE 'P'                      TO NF-ESTADO
      *
           EXEC SQL
               INSERT INTO NOTIFICACIONES_FIVA
                      (POLIZA
                      ,NUM_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,FECHA_MOVIMIENTO
                      ,ESTADO)
                      VALUES(
                       :NF-POLIZA
                      ,:NF-NUM-MOVIMIENTO
                      ,:NF-TIPO-MOVIMIENTO
                      ,:NF-FECHA-MOVIMIENTO
                      ,:NF-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2000-GENERAR-ALTA'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-ALTAS-GENERADAS
      *
           ADD CT-1                      TO WK-CONT-COMMIT
           IF WK-CONT-COMMIT >= WK-NUM-COMMIT-E
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE 0                     TO WK-CONT-COMMIT
           END-IF
      *
           PERFORM 9000-LEER-ALTAS
              THRU 9000-LEER-ALTAS-EXIT
      *
           .
       2000-GENERAR-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ABRIR-PENDIENTES                                      *
      *     CERRADA LA FASE DE ALTAS SE CONFIRMA Y SE ABRE EL CURSOR   *
      *     DE MOVIMIENTOS PENDIENTES DE ENVIO.                        *
      ******************************************************************
       2100-ABRIR-PENDIENTES.
      *
           EXEC SQL
               CLOSE CUR-ALTAS
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           EXEC SQL
               OPEN CUR-PENDIENTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PENDIENTES'
              DISPLAY 'PARRAFO: 2100-ABRIR-PENDIENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-PENDIENTES
              THRU 9100-LEER-PENDIENTES-EXIT
      *
           .
       2100-ABRIR-PENDIENTES-EXIT.
           EXIT.
      ******************************************************************
      *     2200-PROCESO                                               *
      *     EL MOVIMIENTO CON LOS DATOS DEL VEHICULO COMPLETOS SE      *
      *     ESCRIBE EN EL FICHERO Y SE MARCA COMO ENVIADO. LA MARCA SE *
      *     CONFIRMA AL FINAL, CON EL FICHERO YA CERRADO CON SU        *
      *     TRAILER, PARA QUE UNA EJECUCION FALLIDA NO DE POR ENVIADO  *
      *     NADA.                                                      *
      ******************************************************************
       2200-PROCESO.
      *
           EVALUATE TRUE
               WHEN MATRICULA-MOV = SPACES
                    MOVE CT-MOTIVO-SIN-MATRIC   TO WK-MOTIVO
                    PERFORM 2700-ESCRIBIR-INCIDENCIA
                       THRU 2700-ESCRIBIR-INCIDENCIA-EXIT
                    GO TO 2200-PROCESO-AVANZAR
               WHEN BASTIDOR-MOV = SPACES
                    MOVE CT-MOTIVO-SIN-BASTIDOR TO WK-MOTIVO
                    PERFORM 2700-ESCRIBIR-INCIDENCIA
                       THRU 2700-ESCRIBIR-INCIDENCIA-EXIT
                    GO TO 2200-PROCESO-AVANZAR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
      *
           PERFORM 2300-ESCRIBIR-DETALLE
              THRU 2300-ESCRIBIR-DETALLE-EXIT
      *
           PERFORM 2400-MARCAR-ENVIADO
              THRU 2400-MARCAR-ENVIADO-EXIT
      *
           .
       2200-PROCESO-AVANZAR.
      *
           PERFORM 9100-LEER-PENDIENTES
              THRU 9100-LEER-PENDIENTES-EXIT
      *
           .
       2200-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ESCRIBIR-DETALLE                                      *
      ******************************************************************
       2300-ESCRIBIR-DETALLE.
      *
           MOVE TIPO-MOVIMIENTO-MOV      TO TIPO-MOVIMIENTO-DET
           MOVE POLIZA-MOV               TO POLIZA-DET
           MOVE NUM-MOVIMIENTO-MOV       TO NUM-MOVIMIENTO-DET
           MOVE FECHA-MOVIMIENTO-MOV     TO FECHA-MOVIMIENTO-DET
           MOVE MATRICULA-MOV            TO MATRICULA-DET
           MOVE BASTIDOR-MOV             TO BASTIDOR-DET
           MOVE MARCA-MODELO-MOV         TO MARCA-MODELO-DET
           MOVE DNI-TOMADOR-MOV          TO DNI-TOMADOR-DET
           MOVE FECHA-INICIO-MOV         TO FECHA-INICIO-DET
           MOVE FECHA-VENCIMIENTO-MOV    TO FECHA-VENCIMIENTO-DET
      *
           WRITE REG-FFIVA FROM LINEA-DETALLE
      *
           IF FS-FFIVA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFIVA'
              DISPLAY 'PARRAFO: 2300-ESCRIBIR-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FFIVA
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EVALUATE TIPO-MOVIMIENTO-MOV
               WHEN 'A'
                    ADD CT-1             TO CN-ALTAS
               WHEN 'B'
                    ADD CT-1             TO CN-BAJAS
               WHEN OTHER
                    ADD CT-1             TO CN-MODIFICACIONES
           END-EVALUATE
      *
           ADD CT-1                      TO CN-ENVIADOS
      *
           .
       2300-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2400-MARCAR-ENVIADO                                        *
      ******************************************************************
       2400-MARCAR-ENVIADO.
      *
           MOVE POLIZA-MOV               TO NF-POLIZA
           MOVE NUM-MOVIMIENTO-MOV       TO NF-NUM-MOVIMIENTO
           MOVE WK-FECHA-ENVIO           TO NF-FECHA-ENVIO
      *
           EXEC SQL
               UPDATE NOTIFICACIONES_FIVA
                  SET ESTADO = 'E'
                     ,FECHA_ENVIO = :NF-FECHA-ENVIO
                     ,COD_ERROR = NULL
                     ,DESC_ERROR = NULL
                WHERE POLIZA = :NF-POLIZA
                  AND NUM_MOVIMIENTO = :NF-NUM-MOVIMIENTO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-MARCAR-ENVIADO'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-MARCAR-ENVIADO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2700-ESCRIBIR-INCIDENCIA.
      *
           MOVE POLIZA-MOV               TO POLIZA-INC
           MOVE NUM-MOVIMIENTO-MOV       TO NUM-MOVIMIENTO-INC
           MOVE TIPO-MOVIMIENTO-MOV      TO TIPO-MOVIMIENTO-INC
           MOVE WK-MOTIVO                TO MOTIVO-INC
      *
           WRITE REG-FINCIDEN FROM LINEA-INCIDENCIA
      *
           IF FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINCIDEN'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-INCIDENCIA'
              DISPLAY 'FILE STATUS: ' FS-FINCIDEN
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RETENIDOS
      *
           .
       2700-ESCRIBIR-INCIDENCIA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-TRAILER                                      *
      *     TOTALES POR TIPO DE MOVIMIENTO PARA EL CUADRE DEL FIVA.    *
      ******************************************************************
       2900-ESCRIBIR-TRAILER.
      *
           MOVE CN-ALTAS                 TO ALTAS-TRA
           MOVE CN-BAJAS                 TO BAJAS-TRA
           MOVE CN-MODIFICACIONES        TO MODIFICACIONES-TRA
           MOVE CN-ENVIADOS              TO TOTAL-TRA
      *
           WRITE REG-FFIVA FROM LINEA-TRAILER
      *
           IF FS-FFIVA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFIVA'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-TRAILER'
              DISPLAY 'FILE STATUS: ' FS-FFIVA
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-ESCRIBIR-TRAILER-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-ALTAS
           END-EXEC
      *
           EXEC SQL
               CLOSE CUR-PENDIENTES
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FFIVA
                 FINCIDEN
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F I V A G E N      **'
           DISPLAY '***********************************'
           DISPLAY '*ALTAS GENERADAS    : ' CN-ALTAS-GENERADAS
                   '      *'
           DISPLAY '*PENDIENTES LEIDOS  : ' CN-PENDIENTES-LEIDOS
                   '      *'
           DISPLAY '*ALTAS ENVIADAS     : ' CN-ALTAS '    *'
           DISPLAY '*BAJAS ENVIADAS     : ' CN-BAJAS '    *'
           DISPLAY '*MODIF. ENVIADAS    : ' CN-MODIFICACIONES '    *'
           DISPLAY '*RETENIDOS          : ' CN-RETENIDOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-ALTAS                                            *
      ******************************************************************
       9000-LEER-ALTAS.
      *
           EXEC SQL
               FETCH CUR-ALTAS
                INTO :WK-POLIZA
                    ,:WK-FECHA-INICIO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-ALTAS     TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ALTAS'
                    DISPLAY 'PARRAFO: 9000-LEER-ALTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-ALTAS-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-PENDIENTES                                       *
      ******************************************************************
       9100-LEER-PENDIENTES.
      *
           EXEC SQL
               FETCH CUR-PENDIENTES
                INTO :POLIZA-MOV
                    ,:NUM-MOVIMIENTO-MOV
                    ,:TIPO-MOVIMIENTO-MOV
                    ,:FECHA-MOVIMIENTO-MOV
                    ,:MATRICULA-MOV
                    ,:MARCA-MODELO-MOV
                    ,:BASTIDOR-MOV
                    ,:DNI-TOMADOR-MOV
                    ,:FECHA-INICIO-MOV
                    ,:FECHA-VENCIMIENTO-MOV
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-PENDIENTES-LEIDOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PENDIENTES'
                    DISPLAY 'PARRAFO: 9100-LEER-PENDIENTES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-PENDIENTES-EXIT.
           EXIT.
      *
