      **                  FECHA DE VALOR FUTURA. LA EJECUCION DIARIA  **
      **                  ES DE EJECORDP. LOS MOVIMIENTOS INVALIDOS   **
      **                  VAN AL FICHERO DE RECHAZOS.                 **
      **                  CADA MOVIMIENTO PASA ANTES POR RUTACCES: SI **
      **                  EL USUARIO (SYSIN) NO TIENE PERMISO VIGENTE **
      **                  PARA LA ACCION, SE RECHAZA POR NO           **
      **                  AUTORIZADO.                                 **
      **                  UNA ORDEN A OTRA ENTIDAD TRAE IBAN DE       **
      **                  DESTINO EN LUGAR DE CUENTA: SE VALIDA CON   **
      **                  RUTIBAN Y SE GUARDA EN MAYUSCULAS.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       FD FMOVTOS
           RECORDING MODE IS F.
       01  REG-FMOVTOS                PIC X(0142).
      *    ALTAS Y BAJAS DE ORDENES PERMANENTES
      *
       FD FRECHAZO
               'ORDEN INEXISTENTE'.
           05  CT-MOTIVO-IMPORTE      PIC X(20) VALUE
               'IMPORTE INVALIDO'.
           05  CT-MOTIVO-NO-AUTORIZ   PIC X(20) VALUE
               'USUARIO NO AUTORIZAD'.
           05  CT-MOTIVO-IBAN         PIC X(20) VALUE
               'IBAN INVALIDO'.
           05  CT-MOTIVO-DOBLE-DEST   PIC X(20) VALUE
               'CUENTA E IBAN DESTIN'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-BAJAS               PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-NO-AUTORIZADOS      PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-USUARIO             PIC X(30).
      *
      * REGISTRO DEL FICHERO DE MOVIMIENTOS
       01  DATOS-MOVTO.
           05  FECHA-VALOR-MOV        PIC X(10).
           05  PERIODICIDAD-MOV       PIC X(01).
           05  FECHA-LIMITE-MOV       PIC X(10).
           05  IBAN-DESTINO-MOV       PIC X(34).
      *
       01  LINEA-RECHAZO.
           05  OPERACION-RECH         PIC X(01).
               88  SI-MOVTO-VALIDO              VALUE 'S'.
               88  NO-MOVTO-VALIDO              VALUE 'N'.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE CONTROL DE ACCESO
      *
       COPY CPYACCES.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE IBAN
      *
       COPY CPYIBAN.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
                      DCLORDENES-PERMANENTES
      *
           SET NO-FIN-FMOVTOS            TO TRUE
      *
      * USUARIO QUE ORDENA LOS MOVIMIENTOS DEL FICHERO
           ACCEPT WK-USUARIO FROM SYSIN
           DISPLAY 'ALTAORDP: USUARIO ' WK-USUARIO
      *
           OPEN INPUT  FMOVTOS
           OPEN OUTPUT FRECHAZO
       2000-PROCESO.
      *
           SET SI-MOVTO-VALIDO           TO TRUE
      *
           PERFORM 2050-COMPROBAR-ACCESO
              THRU 2050-COMPROBAR-ACCESO-EXIT
      *
           IF NO-MOVTO-VALIDO
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
              PERFORM 9000-LEER-FMOVTOS
                 THRU 9000-LEER-FMOVTOS-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           EVALUATE OPERACION-MOV
               WHEN 'A'
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-COMPROBAR-ACCESO                                      *
      *     EL USUARIO DEBE TENER PERMISO VIGENTE PARA LA ACCION EN    *
      *     USUARIOS_PERMISOS. LA OPERACION DESCONOCIDA SE RECHAZA     *
      *     DESPUES POR SU PROPIO MOTIVO.                              *
      ******************************************************************
       2050-COMPROBAR-ACCESO.
      *
           IF OPERACION-MOV NOT = 'A'
              AND OPERACION-MOV NOT = 'B'
              GO TO 2050-COMPROBAR-ACCESO-EXIT
           END-IF
      *
           INITIALIZE CPYACCES
           MOVE WK-USUARIO               TO USUARIO-ACC
           MOVE 'ALTAORDP'               TO PROGRAMA-ACC
           MOVE OPERACION-MOV            TO ACCION-ACC
           MOVE ID-ORDEN-MOV             TO CLAVE-ACC
      *
           CALL 'RUTACCES' USING CPYACCES
      *
           EVALUATE RETORNO-ACC
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET NO-MOVTO-VALIDO       TO TRUE
                    MOVE CT-MOTIVO-NO-AUTORIZ TO WK-MOTIVO
                    ADD CT-1                  TO CN-NO-AUTORIZADOS
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2050-COMPROBAR-ACCESO'
                    DISPLAY 'TABLA: USUARIOS_PERMISOS'
                    DISPLAY 'SQLCODE: ' SQLCODE-ACC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2050-COMPROBAR-ACCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ALTA-ORDEN                                            *
      ******************************************************************
       2100-ALTA-ORDEN.
              MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
              GO TO 2100-ALTA-ORDEN-EXIT
           END-IF
      *
      * ORDEN A OTRA ENTIDAD: SOLO IBAN, SIN CUENTA DE DESTINO
           MOVE SPACES                   TO OP-IBAN-DESTINO
      *
           IF IBAN-DESTINO-MOV NOT = SPACES
              IF CUENTA-DESTINO-MOV NOT = SPACES
                 SET NO-MOVTO-VALIDO        TO TRUE
                 MOVE CT-MOTIVO-DOBLE-DEST  TO WK-MOTIVO
                 GO TO 2100-ALTA-ORDEN-EXIT
              END-IF
      *
              INITIALIZE CPYIBAN
              MOVE 'V'                   TO OPCION-IBA
              MOVE IBAN-DESTINO-MOV      TO IBAN-IBA
      *
              CALL 'RUTIBAN' USING CPYIBAN
      *
              IF RETORNO-IBA NOT = CT-00
                 SET NO-MOVTO-VALIDO     TO TRUE
                 MOVE CT-MOTIVO-IBAN     TO WK-MOTIVO
                 GO TO 2100-ALTA-ORDEN-EXIT
              END-IF
      *
              MOVE IBAN-S-IBA            TO OP-IBAN-DESTINO
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_ORDEN), 0) + 1
                      ,PERIODICIDAD
                      ,FECHA_LIMITE
                      ,ESTADO
                      ,REINTENTOS
                      ,IBAN_DESTINO)
                      VALUES(
                       :OP-ID-ORDEN
                      ,:OP-CUENTA-ORIGEN
                      ,:OP-PERIODICIDAD
                      ,:OP-FECHA-LIMITE
                      ,:OP-ESTADO
                      ,:OP-REINTENTOS
                      ,NULLIF(:OP-IBAN-DESTINO, ' '))
           END-EXEC
      *
           IF SQLCODE NOT = 0
           DISPLAY '*ALTAS              : ' CN-ALTAS '      *'
           DISPLAY '*BAJAS              : ' CN-BAJAS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '*NO AUTORIZADOS     : ' CN-NO-AUTORIZADOS
                   '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
