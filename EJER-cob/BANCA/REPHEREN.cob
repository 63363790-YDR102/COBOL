      ******************************************************************
      ** R E P H E R E N.-REPARTO A LOS HEREDEROS DE LOS SALDOS DE    **
      **                  LAS CUENTAS BLOQUEADAS POR FALLECIMIENTO    **
      **                  (FALLECID). LEE EL FICHERO DE HEREDEROS     **
      **                  ORDENADO POR DNI DEL FALLECIDO (DNI, CUENTA **
      **                  DEL HEREDERO Y PORCENTAJE) Y, POR CADA      **
      **                  FALLECIDO:                                  **
      **                  - VALIDA QUE ESTA EN DEFUNCIONES PENDIENTE  **
      **                    DE REPARTO, QUE LOS PORCENTAJES SUMAN 100 **
      **                    Y QUE LAS CUENTAS DE LOS HEREDEROS EXISTEN**
      **                    Y NO ESTAN CERRADAS NI BLOQUEADAS.        **
      **                  - POR CADA CUENTA BLOQUEADA DE LA QUE ERA   **
      **                    TITULAR, TRASPASA EL SALDO A LOS          **
      **                    HEREDEROS POR SU PORCENTAJE (EL ULTIMO SE **
      **                    LLEVA EL RESTO DEL REDONDEO) CON APUNTES  **
      **                    PAREADOS 'T' COMO TRANSFER, DA DE BAJA SUS**
      **                    ORDENES SUSPENDIDAS Y LA GRABA EN EL      **
      **                    FICHERO DE SOLICITUDES DE CIERRE QUE      **
      **                    PROCESA CIERRCTA. CADA CUENTA ES UNA      **
      **                    UNIDAD DE TRABAJO.                        **
      **                  - NO SE REPARTEN LAS CUENTAS CON EMBARGO    **
      **                    ACTIVO, SALDO DEUDOR, DEPOSITOS A PLAZO   **
      **                    AUN VIVOS (VENCDEPO LOS ABONA AL VENCER)  **
      **                    O DIVISA DISTINTA A LA DE ALGUN HEREDERO: **
      **                    VAN A RECHAZOS Y EL FALLECIDO SIGUE       **
      **                    PENDIENTE. SI NO QUEDA NINGUNA, LA        **
      **                    DEFUNCION PASA A 'R'.                     **
      **                  RETURN-CODE 4 SI HAY RECHAZOS.              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   REPHEREN.
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
           SELECT FHEREDER ASSIGN TO FHEREDER
           FILE STATUS FS-FHEREDER.
      *
           SELECT FREPARTO ASSIGN TO FREPARTO
           FILE STATUS FS-FREPARTO.
      *
           SELECT FCIERRES ASSIGN TO FCIERRES
           FILE STATUS FS-FCIERRES.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FHEREDER
           RECORDING MODE IS F.
       01  REG-FHEREDER               PIC X(0034).
      *    HEREDEROS: DNI FALLECIDO, CUENTA HEREDERO Y PORCENTAJE
      *
       FD FREPARTO
           RECORDING MODE IS F.
       01  REG-FREPARTO               PIC X(0090).
      *    DIARIO DEL REPARTO POR CUENTA Y HEREDERO
      *
       FD FCIERRES
           RECORDING MODE IS F.
       01  REG-FCIERRES               PIC X(0020).
      *    CUENTAS LIQUIDADAS, SOLICITUDES DE CIERRE PARA CIERRCTA
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    HEREDEROS Y CUENTAS NO REPARTIDOS, CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FHEREDER            PIC X(02).
           05  FS-FREPARTO            PIC X(02).
           05  FS-FCIERRES            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'REPHEREN'.
           05  CT-TIPO-TRASPASO       PIC X(01) VALUE 'T'.
           05  CT-BLOQUEADA           PIC X(01) VALUE 'B'.
           05  CT-REPARTIDA           PIC X(01) VALUE 'R'.
           05  CT-MAX-HEREDEROS       PIC 9(02) VALUE 20.
           05  CT-CIEN                PIC 9(03)V9(02) VALUE 100.
           05  CT-MOTIVO-NO-NOTIF     PIC X(20) VALUE
               'DEFUNCION NO NOTIF.'.
           05  CT-MOTIVO-REPARTIDA    PIC X(20) VALUE
               'YA REPARTIDA'.
           05  CT-MOTIVO-PORCENTAJE   PIC X(20) VALUE
               'PORCENTAJES NO 100'.
           05  CT-MOTIVO-HEREDEROS    PIC X(20) VALUE
               'DEMASIADOS HEREDEROS'.
           05  CT-MOTIVO-CTA-HEREDERO PIC X(20) VALUE
               'CTA HEREDERO NO VAL.'.
           05  CT-MOTIVO-EMBARGO      PIC X(20) VALUE
               'EMBARGO ACTIVO'.
           05  CT-MOTIVO-DEUDOR       PIC X(20) VALUE
               'SALDO DEUDOR'.
           05  CT-MOTIVO-DEPOSITO     PIC X(20) VALUE
               'DEPOSITO VIVO'.
           05  CT-MOTIVO-DIVISA       PIC X(20) VALUE
               'DIVISA HEREDERO'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDOS              PIC 9(05).
           05  CN-FALLECIDOS          PIC 9(05).
           05  CN-REPARTIDOS          PIC 9(05).
           05  CN-CUENTAS-REP         PIC 9(05).
           05  CN-APUNTES             PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
           05  CN-HEREDEROS           PIC 9(02).
           05  CN-PENDIENTES          PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-DNI-ACTUAL          PIC X(09).
           05  WK-MOTIVO              PIC X(20).
           05  WK-SUMA-PORCENTAJES    PIC 9(05)V9(02).
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-DEPOSITOS-VIVOS     PIC S9(09) COMP.
           05  WK-ESTADO              PIC X(01).
           05  WK-SALDO-BASE          PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-DIFUNTO       PIC S9(15)V9(02) COMP-3.
           05  WK-REPARTIDO           PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE             PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-DIFUNTO      PIC X(03).
           05  WK-CUENTA-DIFUNTO.
               10  WK-BANCO-DIF       PIC X(04).
               10  WK-OFICINA-DIF     PIC X(04).
               10  WK-DC-DIF          PIC X(02).
               10  WK-NUMERO-DIF      PIC X(10).
      *
      * HEREDEROS DEL FALLECIDO EN CURSO
       01  WK-TABLA-HEREDEROS.
           05  HEREDEROS-TB OCCURS 20.
               10  CUENTA-HER-TB.
                   15  BANCO-HER-TB   PIC X(04).
                   15  OFICINA-HER-TB PIC X(04).
                   15  DC-HER-TB      PIC X(02).
                   15  NUMERO-HER-TB  PIC X(10).
               10  PORCENTAJE-HER-TB  PIC 9(03)V9(02).
               10  DIVISA-HER-TB      PIC X(03).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
      * HEREDERO LEIDO DEL FICHERO
       01  DATOS-HEREDERO.
           05  DNI-HER                PIC X(09).
           05  CUENTA-HER             PIC X(20).
           05  PORCENTAJE-HER         PIC 9(03)V9(02).
      *
       01  LINEA-REPARTO.
           05  DNI-REP                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-DIF-REP         PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-HER-REP         PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PORCENTAJE-REP         PIC ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-REP            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-REP             PIC X(03).
           05  FILLER                 PIC X(10) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  DNI-RECH               PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-RECH            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FHEREDER        PIC X(01).
               88  SI-FIN-FHEREDER              VALUE 'S'.
               88  NO-FIN-FHEREDER              VALUE 'N'.
           05  SW-FIN-CUENTAS         PIC X(01).
               88  SI-FIN-CUENTAS               VALUE 'S'.
               88  NO-FIN-CUENTAS               VALUE 'N'.
           05  SW-GRUPO-VALIDO        PIC X(01).
               88  SI-GRUPO-VALIDO              VALUE 'S'.
               88  NO-GRUPO-VALIDO              VALUE 'N'.
           05  SW-CUENTA-VALIDA       PIC X(01).
               88  SI-CUENTA-VALIDA             VALUE 'S'.
               88  NO-CUENTA-VALIDA             VALUE 'N'.
           05  SW-DEMASIADOS          PIC X(01).
               88  SI-DEMASIADOS                VALUE 'S'.
               88  NO-DEMASIADOS                VALUE 'N'.
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
      *--------DCLGEN DEFUNCIONES---------*
      *
           EXEC SQL
               INCLUDE TBDEFUNC
           END-EXEC.
      *
      *--------DCLGEN DEPOSITOS_PLAZO-----*
      *
           EXEC SQL
               INCLUDE TBDEPPLA
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS BLOQUEADAS DEL FALLECIDO--------------*
      *
           EXEC SQL
               DECLARE CUR-CUENTAS CURSOR WITH HOLD FOR
               SELECT C.BANCO
                     ,C.OFICINA
                     ,C.DC
                     ,C.NUM_CUENTA
                     ,C.SALDO
                     ,COALESCE(C.DIVISA, 'EUR')
                 FROM INTERVINIENTES I
                 JOIN CUENTAS C
                   ON C.BANCO = I.BANCO
                  AND C.OFICINA = I.OFICINA
                  AND C.NUM_CUENTA = I.NUM_CUENTA
                WHERE I.DNI_PERSONA = :DF-DNI
                  AND I.ROL = 'T'
                  AND C.ESTADO_CUENTA = :CT-BLOQUEADA
                ORDER BY C.BANCO, C.OFICINA, C.NUM_CUENTA
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
             UNTIL SI-FIN-FHEREDER
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
                      DATOS-HEREDERO
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDEFUNCIONES
      *
           SET NO-FIN-FHEREDER           TO TRUE
           SET SI-FIN-CUENTAS            TO TRUE
      *
           OPEN INPUT  FHEREDER
           OPEN OUTPUT FREPARTO
                       FCIERRES
                       FRECHAZO
      *
           IF FS-FHEREDER NOT = CT-00
              OR FS-FREPARTO NOT = CT-00
              OR FS-FCIERRES NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FHEREDER ' ' FS-FREPARTO
                      ' ' FS-FCIERRES ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FHEREDER
              THRU 9000-LEER-FHEREDER-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN FALLECIDO: CARGA SUS HEREDEROS, LOS VALIDA Y REPARTE    *
      *     SUS CUENTAS BLOQUEADAS.                                    *
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                      TO CN-FALLECIDOS
           MOVE DNI-HER                  TO WK-DNI-ACTUAL
           MOVE 0                        TO CN-HEREDEROS
                                            WK-SUMA-PORCENTAJES
           SET NO-DEMASIADOS             TO TRUE
      *
           PERFORM 2050-CARGAR-HEREDERO
              THRU 2050-CARGAR-HEREDERO-EXIT
             UNTIL SI-FIN-FHEREDER
                OR DNI-HER NOT = WK-DNI-ACTUAL
      *
           PERFORM 2100-VALIDAR-GRUPO
              THRU 2100-VALIDAR-GRUPO-EXIT
      *
           IF SI-GRUPO-VALIDO
              PERFORM 2200-REPARTIR-FALLECIDO
                 THRU 2200-REPARTIR-FALLECIDO-EXIT
           ELSE
              PERFORM 2150-RECHAZAR-GRUPO
                 THRU 2150-RECHAZAR-GRUPO-EXIT
                 VARYING IND FROM 1 BY 1
                   UNTIL IND > CN-HEREDEROS
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-CARGAR-HEREDERO                                       *
      ******************************************************************
       2050-CARGAR-HEREDERO.
      *
           IF CN-HEREDEROS >= CT-MAX-HEREDEROS
              SET SI-DEMASIADOS          TO TRUE
           ELSE
              ADD CT-1                   TO CN-HEREDEROS
              MOVE CUENTA-HER      TO CUENTA-HER-TB (CN-HEREDEROS)
              MOVE PORCENTAJE-HER  TO PORCENTAJE-HER-TB (CN-HEREDEROS)
              MOVE SPACES          TO DIVISA-HER-TB (CN-HEREDEROS)
           END-IF
      *
           IF PORCENTAJE-HER IS NUMERIC
              ADD PORCENTAJE-HER         TO WK-SUMA-PORCENTAJES
           END-IF
      *
           PERFORM 9000-LEER-FHEREDER
              THRU 9000-LEER-FHEREDER-EXIT
      *
           .
       2050-CARGAR-HEREDERO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-GRUPO                                         *
      *     DEFUNCION PENDIENTE DE REPARTO, PORCENTAJES QUE SUMAN 100  *
      *     Y CUENTAS DE HEREDEROS UTILIZABLES.                        *
      ******************************************************************
       2100-VALIDAR-GRUPO.
      *
           SET SI-GRUPO-VALIDO           TO TRUE
           MOVE WK-DNI-ACTUAL            TO DF-DNI
      *
           EXEC SQL
               SELECT ESTADO
                 INTO :DF-ESTADO
                 FROM DEFUNCIONES
                WHERE DNI = :DF-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF DF-ESTADO = CT-REPARTIDA
                       SET NO-GRUPO-VALIDO       TO TRUE
                       MOVE CT-MOTIVO-REPARTIDA  TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-GRUPO-VALIDO          TO TRUE
                    MOVE CT-MOTIVO-NO-NOTIF      TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-GRUPO'
                    DISPLAY 'TABLA: DEFUNCIONES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-GRUPO-VALIDO
              GO TO 2100-VALIDAR-GRUPO-EXIT
           END-IF
      *
           IF SI-DEMASIADOS
              SET NO-GRUPO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-HEREDEROS   TO WK-MOTIVO
              GO TO 2100-VALIDAR-GRUPO-EXIT
           END-IF
      *
           IF WK-SUMA-PORCENTAJES NOT = CT-CIEN
              SET NO-GRUPO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-PORCENTAJE  TO WK-MOTIVO
              GO TO 2100-VALIDAR-GRUPO-EXIT
           END-IF
      *
           PERFORM 2110-VALIDAR-HEREDERO
              THRU 2110-VALIDAR-HEREDERO-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CN-HEREDEROS
                   OR NO-GRUPO-VALIDO
      *
           .
       2100-VALIDAR-GRUPO-EXIT.
           EXIT.
      ******************************************************************
      *     2110-VALIDAR-HEREDERO                                      *
      *     LA CUENTA EXISTE CON ESE DC, NO ESTA CERRADA NI BLOQUEADA  *
      *     Y EL PORCENTAJE ES POSITIVO. GUARDA SU DIVISA.             *
      ******************************************************************
       2110-VALIDAR-HEREDERO.
      *
           IF PORCENTAJE-HER-TB (IND) IS NOT NUMERIC
              OR PORCENTAJE-HER-TB (IND) = 0
              SET NO-GRUPO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-PORCENTAJE  TO WK-MOTIVO
              GO TO 2110-VALIDAR-HEREDERO-EXIT
           END-IF
      *
           MOVE BANCO-HER-TB (IND)       TO TB-BANCO
           MOVE OFICINA-HER-TB (IND)     TO TB-OFICINA
           MOVE NUMERO-HER-TB (IND)      TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT DC
                     ,COALESCE(DIVISA, 'EUR')
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :TB-DC
                     ,:TB-DIVISA
                     ,:WK-ESTADO
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF TB-DC NOT = DC-HER-TB (IND)
                       OR WK-ESTADO = 'C'
                       OR WK-ESTADO = CT-BLOQUEADA
                       SET NO-GRUPO-VALIDO       TO TRUE
                       MOVE CT-MOTIVO-CTA-HEREDERO
                                                 TO WK-MOTIVO
                    ELSE
                       MOVE TB-DIVISA    TO DIVISA-HER-TB (IND)
                    END-IF
               WHEN 100
                    SET NO-GRUPO-VALIDO          TO TRUE
                    MOVE CT-MOTIVO-CTA-HEREDERO  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2110-VALIDAR-HEREDERO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2110-VALIDAR-HEREDERO-EXIT.
           EXIT.
      ******************************************************************
      *     2150-RECHAZAR-GRUPO                                        *
      *     UN FALLECIDO NO VALIDO SE RECHAZA ENTERO, LINEA A LINEA.   *
      ******************************************************************
       2150-RECHAZAR-GRUPO.
      *
           MOVE CUENTA-HER-TB (IND)      TO CUENTA-RECH
      *
           PERFORM 2600-ESCRIBIR-RECHAZO
              THRU 2600-ESCRIBIR-RECHAZO-EXIT
      *
           .
       2150-RECHAZAR-GRUPO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-REPARTIR-FALLECIDO                                    *
      ******************************************************************
       2200-REPARTIR-FALLECIDO.
      *
           MOVE 0                        TO CN-PENDIENTES
      *
           EXEC SQL
               OPEN CUR-CUENTAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CUENTAS'
              DISPLAY 'PARRAFO: 2200-REPARTIR-FALLECIDO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CUENTAS            TO TRUE
      *
           PERFORM 9100-LEER-CUENTA
              THRU 9100-LEER-CUENTA-EXIT
      *
           PERFORM 2300-REPARTIR-CUENTA
              THRU 2300-REPARTIR-CUENTA-EXIT
             UNTIL SI-FIN-CUENTAS
      *
           EXEC SQL
               CLOSE CUR-CUENTAS
           END-EXEC
      *
           IF CN-PENDIENTES > 0
              GO TO 2200-REPARTIR-FALLECIDO-EXIT
           END-IF
      *
           MOVE CT-REPARTIDA             TO DF-ESTADO
      *
           EXEC SQL
               UPDATE DEFUNCIONES
                  SET ESTADO = :DF-ESTADO
                     ,FECHA_REPARTO = CURRENT DATE
                WHERE DNI = :DF-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-REPARTIR-FALLECIDO'
              DISPLAY 'TABLA: DEFUNCIONES'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-REPARTIDOS
      *
           .
       2200-REPARTIR-FALLECIDO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-REPARTIR-CUENTA                                       *
      *     UNA CUENTA BLOQUEADA: TRASPASOS A LOS HEREDEROS, BAJA DE   *
      *     SUS ORDENES Y SOLICITUD DE CIERRE, EN UNA UNIDAD DE        *
      *     TRABAJO.                                                   *
      ******************************************************************
       2300-REPARTIR-CUENTA.
      *
           PERFORM 2310-VALIDAR-CUENTA
              THRU 2310-VALIDAR-CUENTA-EXIT
      *
           IF NO-CUENTA-VALIDA
              MOVE WK-CUENTA-DIFUNTO     TO CUENTA-RECH
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
              ADD CT-1                   TO CN-PENDIENTES
              PERFORM 9100-LEER-CUENTA
                 THRU 9100-LEER-CUENTA-EXIT
              GO TO 2300-REPARTIR-CUENTA-EXIT
           END-IF
      *
           MOVE WK-SALDO-DIFUNTO         TO WK-SALDO-BASE
           MOVE 0                        TO WK-REPARTIDO
      *
           IF WK-SALDO-BASE > 0
              PERFORM 2400-REPARTIR-HEREDERO
                 THRU 2400-REPARTIR-HEREDERO-EXIT
                 VARYING IND FROM 1 BY 1
                   UNTIL IND > CN-HEREDEROS
           END-IF
      *
           EXEC SQL
               UPDATE ORDENES_PERMANENTES
                  SET ESTADO = 'B'
                WHERE CUENTA_ORIGEN = :WK-CUENTA-DIFUNTO
                  AND ESTADO = 'S'
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-REPARTIR-CUENTA'
              DISPLAY 'TABLA: ORDENES_PERMANENTES'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           WRITE REG-FCIERRES FROM WK-CUENTA-DIFUNTO
      *
           IF FS-FCIERRES NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCIERRES'
              DISPLAY 'PARRAFO: 2300-REPARTIR-CUENTA'
              DISPLAY 'FILE STATUS: ' FS-FCIERRES
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CUENTAS-REP
      *
           PERFORM 9100-LEER-CUENTA
              THRU 9100-LEER-CUENTA-EXIT
      *
           .
       2300-REPARTIR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2310-VALIDAR-CUENTA                                        *
      *     SIN EMBARGOS ACTIVOS, SALDO NO DEUDOR, SIN DEPOSITOS A     *
      *     PLAZO VIVOS (SU PRINCIPAL AUN NO ESTA EN EL SALDO Y LA     *
      *     CUENTA NO PUEDE CERRARSE) Y MISMA DIVISA QUE TODOS LOS     *
      *     HEREDEROS (EL REPARTO NO CONVIERTE DIVISA).                *
      ******************************************************************
       2310-VALIDAR-CUENTA.
      *
           SET SI-CUENTA-VALIDA          TO TRUE
      *
           MOVE WK-BANCO-DIF             TO TB-BANCO
           MOVE WK-OFICINA-DIF           TO TB-OFICINA
           MOVE WK-NUMERO-DIF            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_RETENIDO), 0)
                 INTO :WK-RETENIDO-EMBARGO
                 FROM EMBARGOS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
                  AND ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2310-VALIDAR-CUENTA'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-RETENIDO-EMBARGO > 0
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-EMBARGO     TO WK-MOTIVO
              GO TO 2310-VALIDAR-CUENTA-EXIT
           END-IF
      *
           IF WK-SALDO-DIFUNTO < 0
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-DEUDOR      TO WK-MOTIVO
              GO TO 2310-VALIDAR-CUENTA-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-DEPOSITOS-VIVOS
                 FROM DEPOSITOS_PLAZO
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
                  AND ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2310-VALIDAR-CUENTA'
              DISPLAY 'TABLA: DEPOSITOS_PLAZO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-DEPOSITOS-VIVOS > 0
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-DEPOSITO    TO WK-MOTIVO
              GO TO 2310-VALIDAR-CUENTA-EXIT
           END-IF
      *
           PERFORM 2320-COMPROBAR-DIVISA
              THRU 2320-COMPROBAR-DIVISA-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CN-HEREDEROS
                   OR NO-CUENTA-VALIDA
      *
           .
       2310-VALIDAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2320-COMPROBAR-DIVISA                                      *
      ******************************************************************
       2320-COMPROBAR-DIVISA.
      *
           IF DIVISA-HER-TB (IND) NOT = WK-DIVISA-DIFUNTO
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-DIVISA      TO WK-MOTIVO
           END-IF
      *
           .
       2320-COMPROBAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-REPARTIR-HEREDERO                                     *
      *     PARTE DEL HEREDERO SOBRE EL SALDO INICIAL DE LA CUENTA; EL *
      *     ULTIMO RECIBE LO QUE QUEDA, Y LA CUENTA TERMINA EN CERO.   *
      *     CARGO EN LA CUENTA DEL FALLECIDO Y ABONO EN LA DEL         *
      *     HEREDERO, COMO UN TRASPASO.                                *
      ******************************************************************
       2400-REPARTIR-HEREDERO.
      *
           IF IND = CN-HEREDEROS
              COMPUTE WK-IMPORTE = WK-SALDO-BASE - WK-REPARTIDO
           ELSE
              COMPUTE WK-IMPORTE ROUNDED =
                      WK-SALDO-BASE * PORCENTAJE-HER-TB (IND) / 100
           END-IF
      *
           IF WK-IMPORTE = 0
              GO TO 2400-REPARTIR-HEREDERO-EXIT
           END-IF
      *
           ADD WK-IMPORTE                TO WK-REPARTIDO
      *
           MOVE WK-BANCO-DIF             TO TB-BANCO
           MOVE WK-OFICINA-DIF           TO TB-OFICINA
           MOVE WK-DC-DIF                TO TB-DC
           MOVE WK-NUMERO-DIF            TO TB-NUM-CUENTA
           COMPUTE WK-SALDO-NUEVO = WK-SALDO-DIFUNTO - WK-IMPORTE
           COMPUTE WK-IMPORTE-APUNTE = 0 - WK-IMPORTE
           MOVE WK-DIVISA-DIFUNTO        TO MV-DIVISA
           MOVE CUENTA-HER-TB (IND)      TO MV-REFERENCIA
      *
           PERFORM 2500-CONTABILIZAR-APUNTE
              THRU 2500-CONTABILIZAR-APUNTE-EXIT
      *
           MOVE WK-SALDO-NUEVO           TO WK-SALDO-DIFUNTO
      *
           MOVE BANCO-HER-TB (IND)       TO TB-BANCO
           MOVE OFICINA-HER-TB (IND)     TO TB-OFICINA
           MOVE DC-HER-TB (IND)          TO TB-DC
           MOVE NUMERO-HER-TB (IND)      TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                 INTO :TB-SALDO
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-REPARTIR-HEREDERO'
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
           COMPUTE WK-SALDO-NUEVO = TB-SALDO + WK-IMPORTE
           MOVE WK-IMPORTE               TO WK-IMPORTE-APUNTE
           MOVE WK-DIVISA-DIFUNTO        TO MV-DIVISA
           MOVE WK-CUENTA-DIFUNTO        TO MV-REFERENCIA
      *
           PERFORM 2500-CONTABILIZAR-APUNTE
              THRU 2500-CONTABILIZAR-APUNTE-EXIT
      *
           MOVE WK-DNI-ACTUAL            TO DNI-REP
           MOVE WK-CUENTA-DIFUNTO        TO CUENTA-DIF-REP
           MOVE CUENTA-HER-TB (IND)      TO CUENTA-HER-REP
           MOVE PORCENTAJE-HER-TB (IND)  TO PORCENTAJE-REP
           MOVE WK-IMPORTE               TO IMPORTE-REP
           MOVE WK-DIVISA-DIFUNTO        TO DIVISA-REP
      *
           WRITE REG-FREPARTO FROM LINEA-REPARTO
      *
           IF FS-FREPARTO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FREPARTO'
              DISPLAY 'PARRAFO: 2400-REPARTIR-HEREDERO'
              DISPLAY 'FILE STATUS: ' FS-FREPARTO
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
       2400-REPARTIR-HEREDERO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CONTABILIZAR-APUNTE                                   *
      *     UN APUNTE = UPDATE DEL SALDO + INSERT EN EL LIBRO MAYOR.   *
      *     CUALQUIER ERROR DESHACE LA CUENTA ENTERA Y ABORTA.         *
      ******************************************************************
       2500-CONTABILIZAR-APUNTE.
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
              DISPLAY 'PARRAFO: 2500-CONTABILIZAR-APUNTE'
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
           MOVE CT-TIPO-TRASPASO         TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
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
                      ,REFERENCIA)
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
                      ,:MV-REFERENCIA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-CONTABILIZAR-APUNTE'
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
           ADD CT-1                      TO CN-APUNTES
      *
           .
       2500-CONTABILIZAR-APUNTE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE WK-DNI-ACTUAL            TO DNI-RECH
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
           ADD CT-1                      TO CN-RECHAZOS
           MOVE 4                        TO RETURN-CODE
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-FIN-CUENTAS
              EXEC SQL
                  CLOSE CUR-CUENTAS
              END-EXEC
           END-IF
      *
           CLOSE FHEREDER
                 FREPARTO
                 FCIERRES
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R E P H E R E N    **'
           DISPLAY '***********************************'
           DISPLAY '*HEREDEROS LEIDOS   : ' CN-LEIDOS '      *'
           DISPLAY '*FALLECIDOS         : ' CN-FALLECIDOS '      *'
           DISPLAY '*REPARTO COMPLETO   : ' CN-REPARTIDOS '      *'
           DISPLAY '*CUENTAS REPARTIDAS : ' CN-CUENTAS-REP '      *'
           DISPLAY '*APUNTES            : ' CN-APUNTES '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FHEREDER                                         *
      ******************************************************************
       9000-LEER-FHEREDER.
      *
           READ FHEREDER INTO DATOS-HEREDERO
      *
           EVALUATE FS-FHEREDER
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FHEREDER  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FHEREDER'
                    DISPLAY 'PARRAFO: 9000-LEER-FHEREDER'
                    DISPLAY 'FILE STATUS: ' FS-FHEREDER
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FHEREDER-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CUENTA                                           *
      ******************************************************************
       9100-LEER-CUENTA.
      *
           EXEC SQL
               FETCH CUR-CUENTAS
                INTO :WK-BANCO-DIF
                    ,:WK-OFICINA-DIF
                    ,:WK-DC-DIF
                    ,:WK-NUMERO-DIF
                    ,:WK-SALDO-DIFUNTO
                    ,:WK-DIVISA-DIFUNTO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CUENTAS   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CUENTAS'
                    DISPLAY 'PARRAFO: 9100-LEER-CUENTA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CUENTA-EXIT.
           EXIT.
