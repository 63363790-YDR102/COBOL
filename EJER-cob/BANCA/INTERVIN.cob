      **                  QUIEN LLEGO PRIMERO A LA OFICINA. EL ALTA   **
      **                  EXIGE QUE LA CUENTA EXISTA. AVISA CUANDO    **
      **                  LOS PORCENTAJES DE UNA CUENTA NO SUMAN 100. **
      **                  CADA MOVIMIENTO PASA ANTES POR RUTACCES: SI **
      **                  EL USUARIO (SYSIN) NO TIENE PERMISO VIGENTE **
      **                  PARA LA ACCION, SE RECHAZA POR NO           **
      **                  AUTORIZADO.                                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
               'INTERVINIENTE DUPLIC'.
           05  CT-MOTIVO-PCT-100      PIC X(20) VALUE
               'PORCENTAJES <> 100'.
           05  CT-MOTIVO-NO-AUTORIZ   PIC X(20) VALUE
               'USUARIO NO AUTORIZAD'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-MODIFICACIONES      PIC 9(05).
           05  CN-BAJAS               PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-NO-AUTORIZADOS      PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-EXISTE              PIC S9(09) COMP.
           05  WK-SUMA-PCT            PIC S9(05)V9(2) COMP-3.
           05  WK-MOTIVO              PIC X(20).
           05  WK-USUARIO             PIC X(30).
      *
      * REGISTRO DEL FICHERO DE MOVIMIENTOS
       01  DATOS-MOVTO.
               88  SI-MOVTO-VALIDO              VALUE 'S'.
               88  NO-MOVTO-VALIDO              VALUE 'N'.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE CONTROL DE ACCESO
      *
       COPY CPYACCES.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
                      DCLINTERVINIENTES
      *
           SET NO-FIN-FMOVTOS            TO TRUE
      *
      * USUARIO QUE ORDENA LOS MOVIMIENTOS DEL FICHERO
           ACCEPT WK-USUARIO FROM SYSIN
           DISPLAY 'INTERVIN: USUARIO ' WK-USUARIO
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
              AND OPERACION-MOV NOT = 'M'
              AND OPERACION-MOV NOT = 'B'
              GO TO 2050-COMPROBAR-ACCESO-EXIT
           END-IF
      *
           INITIALIZE CPYACCES
           MOVE WK-USUARIO               TO USUARIO-ACC
           MOVE 'INTERVIN'               TO PROGRAMA-ACC
           MOVE OPERACION-MOV            TO ACCION-ACC
           MOVE SPACES                   TO CLAVE-ACC
           STRING BANCO-MOV DELIMITED BY SIZE
                  OFICINA-MOV DELIMITED BY SIZE
                  NUMERO-MOV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DNI-MOV DELIMITED BY SIZE
                  INTO CLAVE-ACC
           END-STRING
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
      *     2100-ALTA                                                  *
      ******************************************************************
       2100-ALTA.
                   '      *'
           DISPLAY '*BAJAS              : ' CN-BAJAS '      *'
           DISPLAY '*RECHAZOS Y AVISOS  : ' CN-RECHAZADOS '      *'
           DISPLAY '*NO AUTORIZADOS     : ' CN-NO-AUTORIZADOS
                   '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
