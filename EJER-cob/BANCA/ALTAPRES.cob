      ******************************************************************
      ** A L T A P R E S.-ALTA DE PRESTAMOS PERSONALES SOBRE EL LIBRO **
      **                  MAYOR. LEE EL FICHERO DE MOVIMIENTOS ('A'   **
      **                  ALTA) CON CUENTA VINCULADA, PRINCIPAL, TIPO **
      **                  NOMINAL ANUAL, TIPO DE DEMORA, PLAZO EN     **
      **                  MESES Y FECHA DE INICIO. POR CADA PRESTAMO  **
      **                  VALIDO:                                     **
      **                  - GRABA PRESTAMOS CON LA CUOTA CONSTANTE    **
      **                    DEL SISTEMA FRANCES.                      **
      **                  - GENERA EL CUADRO DE AMORTIZACION EN       **
      **                    CUOTAS_PRESTAMO (LA ULTIMA CUOTA AJUSTA   **
      **                    EL REDONDEO Y DEJA EL CAPITAL A CERO).    **
      **                  - ABONA EL PRINCIPAL EN LA CUENTA VINCULADA **
      **                    POR CUENTAS_MOVTO (TIPO 'K').             **
      **                  TODO EN UN UNICO COMMIT POR PRESTAMO. EL    **
      **                  COBRO MENSUAL DE LAS CUOTAS ES DE COBRPRES. **
      **                  CADA MOVIMIENTO PASA ANTES POR RUTACCES: SI **
      **                  EL USUARIO (SYSIN) NO TIENE PERMISO VIGENTE **
      **                  SE RECHAZA POR NO AUTORIZADO. LOS           **
      **                  MOVIMIENTOS INVALIDOS VAN AL FICHERO DE     **
      **                  RECHAZOS.                                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   ALTAPRES.
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
       01  REG-FMOVTOS                PIC X(0080).
      *    ALTAS DE PRESTAMOS
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
           05  CT-PGM                 PIC X(08) VALUE 'ALTAPRES'.
           05  CT-TIPO-PRESTAMO       PIC X(01) VALUE 'K'.
           05  CT-PLAZO-MAXIMO        PIC 9(03) VALUE 360.
           05  CT-TIPO-MAXIMO         PIC 9(02)V9(03) VALUE 25.
           05  CT-MOTIVO-OPER-INVAL   PIC X(20) VALUE
               'OPERACION INVALIDA'.
           05  CT-MOTIVO-IMPORTE      PIC X(20) VALUE
               'IMPORTE INVALIDO'.
           05  CT-MOTIVO-PLAZO        PIC X(20) VALUE
               'PLAZO INVALIDO'.
           05  CT-MOTIVO-TIPO         PIC X(20) VALUE
               'TIPO INVALIDO'.
           05  CT-MOTIVO-FECHA        PIC X(20) VALUE
               'FECHA INICIO INVALID'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(20) VALUE
               'CUENTA INEXISTENTE'.
           05  CT-MOTIVO-CTA-CERRADA  PIC X(20) VALUE
               'CUENTA CERRADA'.
           05  CT-MOTIVO-NO-AUTORIZ   PIC X(20) VALUE
               'USUARIO NO AUTORIZAD'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-CUOTAS              PIC 9(07).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-NO-AUTORIZADOS      PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-USUARIO             PIC X(30).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY-ISO       PIC X(10).
           05  WK-SALDO-CUENTA        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-CUENTA       PIC X(03).
           05  WK-ESTADO-CUENTA       PIC X(01).
           05  WK-TIPO-MENSUAL        PIC S9(01)V9(12) COMP-3.
           05  WK-FACTOR              PIC S9(06)V9(12) COMP-3.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-CAPITAL-VIVO        PIC S9(15)V9(02) COMP-3.
      *
       01  WK-CUENTA.
           05  WK-CTA-BANCO           PIC X(04).
           05  WK-CTA-OFICINA         PIC X(04).
           05  WK-CTA-DC              PIC X(02).
           05  WK-CTA-NUMERO          PIC X(10).
      *
       COPY CPYFECHA.
      *
      * REGISTRO DEL FICHERO DE MOVIMIENTOS
       01  DATOS-MOVTO.
           05  OPERACION-MOV          PIC X(01).
           05  CUENTA-MOV             PIC X(20).
           05  PRINCIPAL-MOV          PIC 9(15)V9(02).
           05  TIPO-INTERES-MOV       PIC 9(02)V9(03).
           05  TIPO-DEMORA-MOV        PIC 9(02)V9(03).
           05  PLAZO-MOV              PIC 9(03).
           05  FECHA-INICIO-MOV       PIC X(10).
           05  FILLER                 PIC X(19).
      *
       01  LINEA-RECHAZO.
           05  OPERACION-RECH         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-RECH            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FMOVTOS         PIC X(01).
               88  SI-FIN-FMOVTOS               VALUE 'S'.
               88  NO-FIN-FMOVTOS               VALUE 'N'.
           05  SW-MOVTO-VALIDO        PIC X(01).
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
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CUENTAS-------------*
      *
           EXEC SQL
               INCLUDE TBCUENTA
           END-EXEC.
      *
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN PRESTAMOS-----------*
      *
           EXEC SQL
               INCLUDE TBPRESTA
           END-EXEC.
      *
      *--------DCLGEN CUOTAS_PRESTAMO-----*
      *
           EXEC SQL
               INCLUDE TBCUOPRE
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
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLPRESTAMOS
                      DCLCUOTAS-PRESTAMO
      *
           SET NO-FIN-FMOVTOS            TO TRUE
      *
      * USUARIO QUE ORDENA LOS MOVIMIENTOS DEL FICHERO
           ACCEPT WK-USUARIO FROM SYSIN
           DISPLAY 'ALTAPRES: USUARIO ' WK-USUARIO
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-HOY-ISO (1:4)
           MOVE '-'                      TO WK-FECHA-HOY-ISO (5:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-HOY-ISO (6:2)
           MOVE '-'                      TO WK-FECHA-HOY-ISO (8:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-HOY-ISO (9:2)
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
                    PERFORM 2100-VALIDAR-ALTA
                       THRU 2100-VALIDAR-ALTA-EXIT
               WHEN OTHER
                    SET NO-MOVTO-VALIDO       TO TRUE
                    MOVE CT-MOTIVO-OPER-INVAL TO WK-MOTIVO
           END-EVALUATE
      *
           IF SI-MOVTO-VALIDO
              PERFORM 2200-CALCULAR-CUOTA
                 THRU 2200-CALCULAR-CUOTA-EXIT
      *
              PERFORM 2300-GRABAR-PRESTAMO
                 THRU 2300-GRABAR-PRESTAMO-EXIT
      *
              PERFORM 2400-ABONAR-PRINCIPAL
                 THRU 2400-ABONAR-PRINCIPAL-EXIT
      *
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              ADD CT-1                   TO CN-ALTAS
              DISPLAY 'ALTAPRES: PRESTAMO ' PS-ID-PRESTAMO
                      ' CUENTA ' PS-CUENTA
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
      *     2050-COMPROBAR-ACCESO                                      *
      *     EL USUARIO DEBE TENER PERMISO VIGENTE PARA LA ACCION EN    *
      *     USUARIOS_PERMISOS. LA OPERACION DESCONOCIDA SE RECHAZA     *
      *     DESPUES POR SU PROPIO MOTIVO.                              *
      ******************************************************************
       2050-COMPROBAR-ACCESO.
      *
           IF OPERACION-MOV NOT = 'A'
              GO TO 2050-COMPROBAR-ACCESO-EXIT
           END-IF
      *
           INITIALIZE CPYACCES
           MOVE WK-USUARIO               TO USUARIO-ACC
           MOVE CT-PGM                   TO PROGRAMA-ACC
           MOVE OPERACION-MOV            TO ACCION-ACC
           MOVE CUENTA-MOV               TO CLAVE-ACC
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
      *     2100-VALIDAR-ALTA                                          *
      *     PRINCIPAL POSITIVO, PLAZO ENTRE 1 Y EL MAXIMO, TIPOS       *
      *     DENTRO DEL LIMITE, FECHA DE INICIO VALIDA Y NO PASADA, Y   *
      *     CUENTA VINCULADA EXISTENTE Y NO CERRADA.                   *
      ******************************************************************
       2100-VALIDAR-ALTA.
      *
           IF PRINCIPAL-MOV = 0
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           IF PLAZO-MOV = 0
              OR PLAZO-MOV > CT-PLAZO-MAXIMO
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-PLAZO       TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           IF TIPO-INTERES-MOV > CT-TIPO-MAXIMO
              OR TIPO-DEMORA-MOV > CT-TIPO-MAXIMO
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-TIPO        TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           INITIALIZE CPYFECHA
           MOVE 'V'                      TO OPCION-FEC
           MOVE FECHA-INICIO-MOV         TO FECHA-E-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-FECHA TO WK-MOTIVO
                    GO TO 2100-VALIDAR-ALTA-EXIT
               WHEN OTHER
                    DISPLAY 'ALTAPRES: ERROR EN RUTFECHA: ' RETORNO-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF FECHA-INICIO-MOV < WK-FECHA-HOY-ISO
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-FECHA       TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           MOVE CUENTA-MOV               TO WK-CUENTA
           MOVE WK-CTA-BANCO             TO TB-BANCO
           MOVE WK-CTA-OFICINA           TO TB-OFICINA
           MOVE WK-CTA-NUMERO            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(DIVISA, 'EUR')
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :WK-SALDO-CUENTA
                     ,:WK-DIVISA-CUENTA
                     ,:WK-ESTADO-CUENTA
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-ESTADO-CUENTA = 'C'
                       SET NO-MOVTO-VALIDO       TO TRUE
                       MOVE CT-MOTIVO-CTA-CERRADA TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-MOVTO-VALIDO          TO TRUE
                    MOVE CT-MOTIVO-SIN-CUENTA    TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-ALTA'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CALCULAR-CUOTA                                        *
      *     SISTEMA FRANCES: CON I = TIPO ANUAL / 1200 Y N = PLAZO,    *
      *     CUOTA = P * I * (1+I)**N / ((1+I)**N - 1). LA POTENCIA SE  *
      *     OBTIENE MULTIPLICANDO N VECES. A TIPO CERO, CUOTA = P / N. *
      ******************************************************************
       2200-CALCULAR-CUOTA.
      *
           MOVE CUENTA-MOV               TO PS-CUENTA
           MOVE PRINCIPAL-MOV            TO PS-PRINCIPAL
           MOVE TIPO-INTERES-MOV         TO PS-TIPO-INTERES
           MOVE TIPO-DEMORA-MOV          TO PS-TIPO-DEMORA
           MOVE PLAZO-MOV                TO PS-PLAZO-MESES
           MOVE FECHA-INICIO-MOV         TO PS-FECHA-INICIO
           MOVE 'A'                      TO PS-ESTADO
           MOVE WK-FECHA-HOY-ISO         TO PS-FECHA-ALTA
      *
           IF PS-TIPO-INTERES = 0
              MOVE 0                     TO WK-TIPO-MENSUAL
              COMPUTE PS-CUOTA ROUNDED =
                      PS-PRINCIPAL / PS-PLAZO-MESES
              GO TO 2200-CALCULAR-CUOTA-EXIT
           END-IF
      *
           COMPUTE WK-TIPO-MENSUAL ROUNDED =
                   PS-TIPO-INTERES / 1200
      *
           MOVE 1                        TO WK-FACTOR
           PERFORM 2210-ELEVAR-FACTOR
              THRU 2210-ELEVAR-FACTOR-EXIT
              VARYING WK-IND FROM 1 BY 1
                UNTIL WK-IND > PS-PLAZO-MESES
      *
           COMPUTE PS-CUOTA ROUNDED =
                   PS-PRINCIPAL * WK-TIPO-MENSUAL * WK-FACTOR
                   / (WK-FACTOR - 1)
      *
           .
       2200-CALCULAR-CUOTA-EXIT.
           EXIT.
      ******************************************************************
      *     2210-ELEVAR-FACTOR                                         *
      ******************************************************************
       2210-ELEVAR-FACTOR.
      *
           COMPUTE WK-FACTOR ROUNDED =
                   WK-FACTOR * (1 + WK-TIPO-MENSUAL)
      *
           .
       2210-ELEVAR-FACTOR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GRABAR-PRESTAMO                                       *
      *     CABECERA EN PRESTAMOS Y UNA FILA POR CUOTA EN              *
      *     CUOTAS_PRESTAMO.                                           *
      ******************************************************************
       2300-GRABAR-PRESTAMO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_PRESTAMO), 0) + 1
                 INTO :PS-ID-PRESTAMO
                 FROM PRESTAMOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-GRABAR-PRESTAMO'
              DISPLAY 'TABLA: PRESTAMOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO PRESTAMOS
                      (ID_PRESTAMO
                      ,CUENTA
                      ,PRINCIPAL
                      ,TIPO_INTERES
                      ,TIPO_DEMORA
                      ,PLAZO_MESES
                      ,FECHA_INICIO
                      ,CUOTA
                      ,ESTADO
                      ,FECHA_ALTA)
                      VALUES(
                       :PS-ID-PRESTAMO
                      ,:PS-CUENTA
                      ,:PS-PRINCIPAL
                      ,:PS-TIPO-INTERES
                      ,:PS-TIPO-DEMORA
                      ,:PS-PLAZO-MESES
                      ,:PS-FECHA-INICIO
                      ,:PS-CUOTA
                      ,:PS-ESTADO
                      ,:PS-FECHA-ALTA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-GRABAR-PRESTAMO'
              DISPLAY 'TABLA: PRESTAMOS'
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
           MOVE PS-PRINCIPAL             TO WK-CAPITAL-VIVO
           PERFORM 2310-GRABAR-CUOTA
              THRU 2310-GRABAR-CUOTA-EXIT
              VARYING WK-IND FROM 1 BY 1
                UNTIL WK-IND > PS-PLAZO-MESES
      *
           .
       2300-GRABAR-PRESTAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2310-GRABAR-CUOTA                                          *
      *     INTERES = CAPITAL VIVO * I; AMORTIZADO = CUOTA - INTERES.  *
      *     LA ULTIMA CUOTA AMORTIZA TODO EL CAPITAL VIVO Y ABSORBE EL *
      *     REDONDEO. EL VENCIMIENTO ES LA FECHA DE INICIO MAS TANTOS  *
      *     MESES COMO EL NUMERO DE CUOTA.                             *
      ******************************************************************
       2310-GRABAR-CUOTA.
      *
           MOVE PS-ID-PRESTAMO           TO CQ-ID-PRESTAMO
           MOVE WK-IND                   TO CQ-NUM-CUOTA
      *
           COMPUTE CQ-IMPORTE-INTERES ROUNDED =
                   WK-CAPITAL-VIVO * WK-TIPO-MENSUAL
      *
           IF WK-IND = PS-PLAZO-MESES
              MOVE WK-CAPITAL-VIVO       TO CQ-IMPORTE-AMORTIZADO
              COMPUTE CQ-IMPORTE-CUOTA =
                      CQ-IMPORTE-AMORTIZADO + CQ-IMPORTE-INTERES
           ELSE
              MOVE PS-CUOTA              TO CQ-IMPORTE-CUOTA
              COMPUTE CQ-IMPORTE-AMORTIZADO =
                      CQ-IMPORTE-CUOTA - CQ-IMPORTE-INTERES
           END-IF
      *
           COMPUTE WK-CAPITAL-VIVO =
                   WK-CAPITAL-VIVO - CQ-IMPORTE-AMORTIZADO
           MOVE WK-CAPITAL-VIVO          TO CQ-CAPITAL-PENDIENTE
           MOVE 'P'                      TO CQ-ESTADO
           MOVE 0                        TO CQ-INTERES-DEMORA
      *
           EXEC SQL
               INSERT INTO CUOTAS_PRESTAMO
                      (ID_PRESTAMO
                      ,NUM_CUOTA
                      ,FECHA_VENCIMIENTO
                      ,IMPORTE_CUOTA
                      ,IMPORTE_INTERES
                      ,IMPORTE_AMORTIZADO
                      ,CAPITAL_PENDIENTE
                      ,ESTADO
                      ,INTERES_DEMORA
                      ,FECHA_DEMORA
                      ,FECHA_COBRO)
                      VALUES(
                       :CQ-ID-PRESTAMO
                      ,:CQ-NUM-CUOTA
                      ,DATE(:PS-FECHA-INICIO)
                           + :CQ-NUM-CUOTA MONTHS
                      ,:CQ-IMPORTE-CUOTA
                      ,:CQ-IMPORTE-INTERES
                      ,:CQ-IMPORTE-AMORTIZADO
                      ,:CQ-CAPITAL-PENDIENTE
                      ,:CQ-ESTADO
                      ,:CQ-INTERES-DEMORA
                      ,NULL
                      ,NULL)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2310-GRABAR-CUOTA'
              DISPLAY 'TABLA: CUOTAS_PRESTAMO'
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
           ADD CT-1                      TO CN-CUOTAS
      *
           .
       2310-GRABAR-CUOTA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ABONAR-PRINCIPAL                                      *
      *     ABONO DEL PRINCIPAL EN LA CUENTA VINCULADA POR EL MISMO    *
      *     CAMINO DE APUNTES DEL LIBRO MAYOR: SALDO EN CUENTAS Y      *
      *     APUNTE EN CUENTAS_MOVTO.                                   *
      ******************************************************************
       2400-ABONAR-PRINCIPAL.
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-CUENTA + PS-PRINCIPAL
      *
           MOVE WK-CTA-BANCO             TO TB-BANCO
           MOVE WK-CTA-OFICINA           TO TB-OFICINA
           MOVE WK-CTA-DC                TO TB-DC
           MOVE WK-CTA-NUMERO            TO TB-NUM-CUENTA
      *
           EXEC SQL
               UPDATE CUENTAS
                  SET SALDO = :WK-SALDO-NUEVO
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-ABONAR-PRINCIPAL'
              DISPLAY 'TABLA: CUENTAS'
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
           MOVE CT-TIPO-PRESTAMO         TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE PS-PRINCIPAL             TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE WK-DIVISA-CUENTA         TO MV-DIVISA
           MOVE 1                        TO MV-CAMBIO-APLICADO
      *
           EXEC SQL
               INSERT INTO CUENTAS_MOVTO
                      (BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,FECHA_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,IMPORTE_MOVIMIENTO
                      ,SALDO_RESULTANTE
                      ,NOMBRE_PGM
                      ,DIVISA
                      ,CAMBIO_APLICADO)
                      VALUES(
                       :MV-BANCO
                      ,:MV-OFICINA
                      ,:MV-DC
                      ,:MV-NUM-CUENTA
                      ,CURRENT TIMESTAMP
                      ,:MV-TIPO-MOVIMIENTO
                      ,:MV-IMPORTE-MOVTO
                      ,:MV-SALDO-RESULTANTE
                      ,:MV-NOMBRE-PGM
                      ,:MV-DIVISA
                      ,:MV-CAMBIO-APLICADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-ABONAR-PRINCIPAL'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
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
       2400-ABONAR-PRINCIPAL-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE OPERACION-MOV            TO OPERACION-RECH
           MOVE CUENTA-MOV               TO CUENTA-RECH
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
           DISPLAY '**D A T O S   A L T A P R E S    **'
           DISPLAY '***********************************'
           DISPLAY '*MOVIMIENTOS LEIDOS : ' CN-REG-LEIDOS '      *'
           DISPLAY '*PRESTAMOS DE ALTA  : ' CN-ALTAS '      *'
           DISPLAY '*CUOTAS GENERADAS   : ' CN-CUOTAS '    *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '*NO AUTORIZADOS     : ' CN-NO-AUTORIZADOS
                   '      *'
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
