      ******************************************************************
      ** M A P C R U D.-MANTENIMIENTO DE LA TABLA DE CUENTAS          **
      **                CONTABLES POR TIPO DE EVENTO (MAPEO_CONTABLE) **
      **                QUE USA EL INTERFAZ DIARIO CONTADIA, AL       **
      **                ESTILO DE PARMCRUD. LEE EL FICHERO DE         **
      **                MOVIMIENTOS ('A' ALTA, 'M' MODIFICACION, 'B'  **
      **                BAJA) CON EL USUARIO QUE ORDENA EL CAMBIO Y   **
      **                LO APLICA DEJANDO EN LA FILA QUIEN Y CUANDO   **
      **                LA TOCO POR ULTIMA VEZ. UNA ALTA O            **
      **                MODIFICACION SIN LAS DOS CUENTAS SE RECHAZA.  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   MAPCRUD.
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
           SELECT FMOVTOS ASSIGN TO FMOVTOS
           FILE STATUS FS-FMOVTOS.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FMOVTOS
           RECORDING MODE IS F.
       01  REG-FMOVTOS                PIC X(0100).
      *    MOVIMIENTOS DE CUENTAS CONTABLES CON SU USUARIO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    MOVIMIENTOS RECHAZADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FMOVTOS             PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MOTIVO-OPER-INVAL   PIC X(20) VALUE
               'OPERACION INVALIDA'.
           05  CT-MOTIVO-DUPLICADO    PIC X(20) VALUE
               'EVENTO DUPLICADO'.
           05  CT-MOTIVO-SIN-FILA     PIC X(20) VALUE
               'EVENTO INEXISTENTE'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(20) VALUE
               'FALTA CUENTA'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-MODIFICACIONES      PIC 9(05).
           05  CN-BAJAS               PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
      *
      * MOVIMIENTO DE CUENTAS LEIDO DEL FICHERO
       01  DATOS-MOVTO.
           05  OPERACION-MOV          PIC X(01).
           05  TIPO-EVENTO-MOV        PIC X(08).
           05  RAMO-MOV               PIC X(02).
           05  CUENTA-DEBE-MOV        PIC X(10).
           05  CUENTA-HABER-MOV       PIC X(10).
           05  DESCRIPCION-MOV        PIC X(30).
           05  USUARIO-MOV            PIC X(30).
           05  FILLER                 PIC X(09).
      *
       01  LINEA-RECHAZO.
           05  OPERACION-RECH         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-EVENTO-RECH       PIC X(08).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  RAMO-RECH              PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(24) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FMOVTOS         PIC X(01).
               88  SI-FIN-FMOVTOS               VALUE 'S'.
               88  NO-FIN-FMOVTOS               VALUE 'N'.
           05  SW-MOVTO-VALIDO        PIC X(01).
               88  SI-MOVTO-VALIDO              VALUE 'S'.
               88  NO-MOVTO-VALIDO              VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN MAPEO_CONTABLE------*
      *
           EXEC SQL
               INCLUDE TBMAPCON
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
             UNTIL SI-FIN-FMOVTOS
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
                      DATOS-MOVTO
                      DCLMAPEO-CONTABLE
      *
           SET NO-FIN-FMOVTOS            TO TRUE
      *
           OPEN INPUT  FMOVTOS
           OPEN OUTPUT FRECHAZO
      *
           IF FS-FMOVTOS NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FMOVTOS ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FMOVTOS
              THRU 9000-LEER-FMOVTOS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-MOVTO-VALIDO           TO TRUE
      *
           MOVE TIPO-EVENTO-MOV          TO MC-TIPO-EVENTO
           MOVE RAMO-MOV                 TO MC-RAMO
           MOVE CUENTA-DEBE-MOV          TO MC-CUENTA-DEBE
           MOVE CUENTA-HABER-MOV         TO MC-CUENTA-HABER
           MOVE DESCRIPCION-MOV          TO MC-DESCRIPCION
           MOVE USUARIO-MOV              TO MC-USUARIO-MODIF
      *
           EVALUATE OPERACION-MOV
               WHEN 'A'
                    PERFORM 2100-ALTA
                       THRU 2100-ALTA-EXIT
               WHEN 'M'
                    PERFORM 2200-MODIFICACION
                       THRU 2200-MODIFICACION-EXIT
               WHEN 'B'
                    PERFORM 2300-BAJA
                       THRU 2300-BAJA-EXIT
               WHEN OTHER
                    SET NO-MOVTO-VALIDO       TO TRUE
                    MOVE CT-MOTIVO-OPER-INVAL TO WK-MOTIVO
           END-EVALUATE
      *
           IF SI-MOVTO-VALIDO
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FMOVTOS
              THRU 9000-LEER-FMOVTOS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ALTA                                                  *
      ******************************************************************
       2100-ALTA.
      *
           IF CUENTA-DEBE-MOV = SPACES
              OR CUENTA-HABER-MOV = SPACES
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-SIN-CUENTA  TO WK-MOTIVO
              GO TO 2100-ALTA-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO MAPEO_CONTABLE
                      (TIPO_EVENTO
                      ,RAMO
                      ,CUENTA_DEBE
                      ,CUENTA_HABER
                      ,DESCRIPCION
                      ,USUARIO_MODIF
                      ,FECHA_MODIF)
               VALUES (:MC-TIPO-EVENTO
                      ,:MC-RAMO
                      ,:MC-CUENTA-DEBE
                      ,:MC-CUENTA-HABER
                      ,:MC-DESCRIPCION
                      ,:MC-USUARIO-MODIF
                      ,CURRENT TIMESTAMP)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-ALTAS
               WHEN -803
                    SET NO-MOVTO-VALIDO       TO TRUE
                    MOVE CT-MOTIVO-DUPLICADO  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-ALTA'
                    DISPLAY 'TABLA: MAPEO_CONTABLE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-MODIFICACION                                          *
      ******************************************************************
       2200-MODIFICACION.
      *
           IF CUENTA-DEBE-MOV = SPACES
              OR CUENTA-HABER-MOV = SPACES
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-SIN-CUENTA  TO WK-MOTIVO
              GO TO 2200-MODIFICACION-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE MAPEO_CONTABLE
                  SET CUENTA_DEBE = :MC-CUENTA-DEBE
                     ,CUENTA_HABER = :MC-CUENTA-HABER
                     ,DESCRIPCION = :MC-DESCRIPCION
                     ,USUARIO_MODIF = :MC-USUARIO-MODIF
                     ,FECHA_MODIF = CURRENT TIMESTAMP
                WHERE TIPO_EVENTO = :MC-TIPO-EVENTO
                  AND RAMO = :MC-RAMO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-MODIFICACIONES
               WHEN 100
                    SET NO-MOVTO-VALIDO      TO TRUE
                    MOVE CT-MOTIVO-SIN-FILA  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-MODIFICACION'
                    DISPLAY 'TABLA: MAPEO_CONTABLE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2200-MODIFICACION-EXIT.
           EXIT.
      ******************************************************************
      *     2300-BAJA                                                  *
      ******************************************************************
       2300-BAJA.
      *
           EXEC SQL
               DELETE FROM MAPEO_CONTABLE
                WHERE TIPO_EVENTO = :MC-TIPO-EVENTO
                  AND RAMO = :MC-RAMO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-BAJAS
               WHEN 100
                    SET NO-MOVTO-VALIDO      TO TRUE
                    MOVE CT-MOTIVO-SIN-FILA  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-BAJA'
                    DISPLAY 'TABLA: MAPEO_CONTABLE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2300-BAJA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE OPERACION-MOV            TO OPERACION-RECH
           MOVE TIPO-EVENTO-MOV          TO TIPO-EVENTO-RECH
           MOVE RAMO-MOV                 TO RAMO-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FMOVTOS
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   M A P C R U D      **'
           DISPLAY '***********************************'
           DISPLAY '*MOVIMIENTOS LEIDOS : ' CN-REG-LEIDOS '      *'
           DISPLAY '*ALTAS              : ' CN-ALTAS '      *'
           DISPLAY '*MODIFICACIONES     : ' CN-MODIFICACIONES '      *'
           DISPLAY '*BAJAS              : ' CN-BAJAS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FMOVTOS                                          *
      ******************************************************************
       9000-LEER-FMOVTOS.
      *
           READ FMOVTOS INTO DATOS-MOVTO
      *
           EVALUATE FS-FMOVTOS
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FMOVTOS   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FMOVTOS'
                    DISPLAY 'PARRAFO: 9000-LEER-FMOVTOS'
                    DISPLAY 'FILE STATUS: ' FS-FMOVTOS
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FMOVTOS-EXIT.
           EXIT.
      *
