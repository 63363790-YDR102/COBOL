      ******************************************************************
      ** C O N S S I N.-RELACION DE SINIESTROS A REDIRIGIR AL         **
      **                CONSORCIO DE COMPENSACION DE SEGUROS. LISTA   **
      **                LOS SINIESTROS ETIQUETADOS CON UN EVENTO DE   **
      **                EVENTOS_CATASTROFE MARCADO COMO RIESGO DEL    **
      **                CONSORCIO (CONSORCIO = 'S') QUE NO ESTAN      **
      **                RECHAZADOS NI PAGADOS, CON SU RESERVA ABIERTA **
      **                Y LO YA ANTICIPADO, PARA QUE TRAMITACION LOS  **
      **                DERIVE AL CONSORCIO EN LUGAR DE PAGARLOS.     **
      **                SE PUEDE LANZAR A DIARIO DETRAS DE EVENTCAT.  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CONSSIN.
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
           SELECT FLISTADO ASSIGN TO FLISTADO
           FILE STATUS FS-FLISTADO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FLISTADO
           RECORDING MODE IS F.
       01  REG-FLISTADO               PIC X(0132).
      *    SINIESTROS DE EVENTOS DEL CONSORCIO PENDIENTES DE DERIVAR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FLISTADO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
      *
       01  CN-CONTADORES.
           05  CN-SINIESTROS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-ID-SINIESTRO        PIC S9(09) COMP.
           05  WK-POLIZA              PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-DNI                 PIC X(09).
           05  WK-FECHA-SINIESTRO     PIC X(10).
           05  WK-ACEPTADO            PIC X(01).
           05  WK-COD-EVENTO          PIC X(06).
           05  WK-DESCRIPCION         PIC X(30).
           05  WK-RESERVA             PIC S9(13)V9(2) COMP-3.
           05  WK-ANTICIPADO          PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-RESERVA         PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-ANTICIPADO      PIC S9(13)V9(2) COMP-3.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(60) VALUE
               'SINIESTROS DEL CONSORCIO PENDIENTES DE DERIVAR'.
           05  FILLER                 PIC X(72) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(11) VALUE 'SINIESTRO'.
           05  FILLER                 PIC X(11) VALUE 'POLIZA'.
           05  FILLER                 PIC X(06) VALUE 'RAMO'.
           05  FILLER                 PIC X(11) VALUE 'TOMADOR'.
           05  FILLER                 PIC X(12) VALUE 'FECHA'.
           05  FILLER                 PIC X(03) VALUE 'AC'.
           05  FILLER                 PIC X(08) VALUE 'EVENTO'.
           05  FILLER                 PIC X(32) VALUE 'DESCRIPCION'.
           05  FILLER                 PIC X(19) VALUE
               '  RESERVA ABIERTA'.
           05  FILLER                 PIC X(19) VALUE
               '       ANTICIPADO'.
      *
       01  LINEA-DETALLE.
           05  SINIESTRO-DET          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-DET             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAMO-DET               PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DNI-DET                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACEPTADO-DET           PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EVENTO-DET             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESCRIPCION-DET        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESERVA-DET            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ANTICIPADO-DET         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  FILLER                 PIC X(20) VALUE
               'TOTAL SINIESTROS: '.
           05  SINIESTROS-TOT         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(68) VALUE SPACES.
           05  RESERVA-TOT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ANTICIPADO-TOT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       01  SW-SWITCHES.
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
      *--------CURSOR DE SINIESTROS DE EVENTOS DEL CONSORCIO----------*
      *
           EXEC SQL
               DECLARE CUR-CONSORCIO CURSOR FOR
               SELECT S.ID_SINIETRO
                     ,S.NUMERO_POLIZA
                     ,P.TIPO
                     ,P.DNI_CL
                     ,CHAR(S.FECHA_SINIESTRO)
                     ,S.ACPTADO
                     ,S.COD_EVENTO
                     ,(SELECT MAX(E.DESCRIPCION)
                         FROM EVENTOS_CATASTROFE E
                        WHERE E.COD_EVENTO = S.COD_EVENTO)
                     ,(SELECT COALESCE(SUM(R.IMPORTE_RESERVA), 0)
                         FROM RESERVAS_SINIESTROS R
                        WHERE R.ID_SINIETRO = S.ID_SINIETRO
                          AND R.ESTADO = 'A')
                     ,(SELECT COALESCE(SUM(G.IMPORTE_PAGO), 0)
                         FROM PAGOS_SINIESTROS G
                        WHERE G.ID_SINIETRO = S.ID_SINIETRO)
                 FROM SINIESTROS_PEPITO_SEG S
                     ,SEGUROS_PEPITO_SEG P
                WHERE P.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND S.FECHA_PAGO IS NULL
                  AND S.ACPTADO <> 'N'
                  AND EXISTS
                      (SELECT 1
                         FROM EVENTOS_CATASTROFE E
                        WHERE E.COD_EVENTO = S.COD_EVENTO
                          AND E.CONSORCIO = 'S')
                ORDER BY S.COD_EVENTO, S.ID_SINIETRO
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
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
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
                      WK-VARIABLES
      *
           OPEN OUTPUT FLISTADO
      *
           IF FS-FLISTADO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FLISTADO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FLISTADO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FLISTADO FROM LINEA-TITULO
           MOVE SPACES                   TO REG-FLISTADO
           WRITE REG-FLISTADO
           WRITE REG-FLISTADO FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-CONSORCIO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CONSORCIO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE WK-ID-SINIESTRO          TO SINIESTRO-DET
           MOVE WK-POLIZA                TO POLIZA-DET
           MOVE WK-TIPO-POLIZA           TO RAMO-DET
           MOVE WK-DNI                   TO DNI-DET
           MOVE WK-FECHA-SINIESTRO       TO FECHA-DET
           MOVE WK-ACEPTADO              TO ACEPTADO-DET
           MOVE WK-COD-EVENTO            TO EVENTO-DET
           MOVE WK-DESCRIPCION           TO DESCRIPCION-DET
           MOVE WK-RESERVA               TO RESERVA-DET
           MOVE WK-ANTICIPADO            TO ANTICIPADO-DET
      *
           WRITE REG-FLISTADO FROM LINEA-DETALLE
      *
           IF FS-FLISTADO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLISTADO'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FLISTADO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-SINIESTROS
           ADD WK-RESERVA                TO WK-TOT-RESERVA
           ADD WK-ANTICIPADO             TO WK-TOT-ANTICIPADO
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              MOVE SPACES                TO REG-FLISTADO
              WRITE REG-FLISTADO
              MOVE CN-SINIESTROS         TO SINIESTROS-TOT
              MOVE WK-TOT-RESERVA        TO RESERVA-TOT
              MOVE WK-TOT-ANTICIPADO     TO ANTICIPADO-TOT
              WRITE REG-FLISTADO FROM LINEA-TOTAL
           END-IF
      *
           EXEC SQL
               CLOSE CUR-CONSORCIO
           END-EXEC
      *
           CLOSE FLISTADO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C O N S S I N      **'
           DISPLAY '***********************************'
           DISPLAY '*SINIESTROS A DERIVAR: ' CN-SINIESTROS '     *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-CONSORCIO
                INTO :WK-ID-SINIESTRO
                    ,:WK-POLIZA
                    ,:WK-TIPO-POLIZA
                    ,:WK-DNI
                    ,:WK-FECHA-SINIESTRO
                    ,:WK-ACEPTADO
                    ,:WK-COD-EVENTO
                    ,:WK-DESCRIPCION
                    ,:WK-RESERVA
                    ,:WK-ANTICIPADO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CONSORCIO'
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      *
