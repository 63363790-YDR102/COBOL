      ******************************************************************
      ** A P L E M B A R.-APLICACION DE ORDENES DE EMBARGO. LEE EL    **
      **                  FICHERO DE ORDENES JUDICIALES Y TRIBUTARIAS **
      **                  (ALTAS 'A' Y LEVANTAMIENTOS 'L') Y LAS      **
      **                  REFLEJA EN EMBARGOS. DESPUES RECORRE TODAS  **
      **                  LAS ORDENES ACTIVAS SIN CUBRIR, POR CUENTA  **
      **                  Y ANTIGUEDAD, Y RETIENE DE CADA CUENTA EL   **
      **                  SALDO DISPONIBLE (SALDO MENOS LO YA         **
      **                  RETENIDO) HASTA EL IMPORTE ORDENADO, QUE    **
      **                  VIENE EN EUR: EL SALDO DE LAS CUENTAS EN    **
      **                  OTRA DIVISA SE CONVIERTE CON DIVISAS. CADA  **
      **                  EJECUCION REINTENTA LA RETENCION CON LOS    **
      **                  ABONOS QUE HAYAN ENTRADO. LO RETENIDO NO SE **
      **                  MUEVE DEL SALDO; DEJA DE ESTAR DISPONIBLE   **
      **                  PARA TRANSFER, EJECORDP Y ALTAPEND HASTA    **
      **                  QUE REMEMBAR LO ENVIA A LA AUTORIDAD O SE   **
      **                  LEVANTA LA ORDEN.                           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   APLEMBAR.
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
           SELECT FEMBARGO ASSIGN TO FEMBARGO
           FILE STATUS FS-FEMBARGO.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEMBARGO
           RECORDING MODE IS F.
       01  REG-FEMBARGO               PIC X(0121).
      *    ORDENES DE EMBARGO: ALTAS Y LEVANTAMIENTOS
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0120).
      *    RETENCIONES PRACTICADAS EN LA EJECUCION (IMPORTES EN EUR)
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0142).
      *    ORDENES NO APLICADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FEMBARGO            PIC X(02).
           05  FS-FINFORME            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MOTIVO-ACCION       PIC X(20) VALUE
               'ACCION NO VALIDA'.
           05  CT-MOTIVO-AUTORIDAD    PIC X(20) VALUE
               'TIPO AUTORIDAD'.
           05  CT-MOTIVO-IMPORTE      PIC X(20) VALUE
               'IMPORTE NO VALIDO'.
           05  CT-MOTIVO-IBAN         PIC X(20) VALUE
               'IBAN AUTORIDAD'.
           05  CT-MOTIVO-CUENTA       PIC X(20) VALUE
               'CUENTA INEXISTENTE'.
           05  CT-MOTIVO-CERRADA      PIC X(20) VALUE
               'CUENTA CERRADA'.
           05  CT-MOTIVO-DUPLICADA    PIC X(20) VALUE
               'ORDEN YA REGISTRADA'.
           05  CT-MOTIVO-SIN-ORDEN    PIC X(20) VALUE
               'ORDEN NO ACTIVA'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-LEVANTADAS          PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
           05  CN-REVISADAS           PIC 9(05).
           05  CN-RETENCIONES         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-NUM-ORDENES         PIC S9(09) COMP.
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-CUENTA       PIC X(03).
           05  WK-CAMBIO              PIC S9(03)V9(05) COMP-3.
           05  WK-TOTAL-RETENIDO      PIC S9(15)V9(02) COMP-3.
           05  WK-DISPONIBLE          PIC S9(15)V9(02) COMP-3.
           05  WK-PENDIENTE           PIC S9(15)V9(02) COMP-3.
           05  WK-RETENER             PIC S9(15)V9(02) COMP-3.
           05  WK-DISPONIBLE-EUR      PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EUR        PIC S9(15)V9(02) COMP-3.
           05  WK-RETENER-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-RETENIDO    PIC S9(15)V9(02) COMP-3.
      *
      * ORDEN LEIDA DEL FICHERO DE EMBARGOS
       01  DATOS-EMBARGO.
           05  ACCION-EMB             PIC X(01).
               88  EMB-ALTA                     VALUE 'A'.
               88  EMB-LEVANTAMIENTO            VALUE 'L'.
           05  CUENTA-EMB.
               10  BANCO-EMB          PIC X(04).
               10  OFICINA-EMB        PIC X(04).
               10  DC-EMB             PIC X(02).
               10  NUMERO-EMB         PIC X(10).
           05  TIPO-AUTORIDAD-EMB     PIC X(01).
               88  EMB-JUDICIAL                 VALUE 'J'.
               88  EMB-TRIBUTARIO               VALUE 'T'.
           05  AUTORIDAD-EMB          PIC X(30).
           05  REFERENCIA-EMB         PIC X(20).
           05  IBAN-AUTORIDAD-EMB     PIC X(34).
           05  IMPORTE-EMB            PIC 9(13)V9(02).
      *
       COPY CPYIBAN.
      *
       01  LINEA-RETENCION.
           05  ID-RET                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-RET             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REFERENCIA-RET         PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ORDENADO-RET           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RETENIDO-HOY-RET       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RETENIDO-RET           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PENDIENTE-RET          PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  ORDEN-RECH             PIC X(121).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
      *
       01  SW-SWITCHES.
           05  SW-FIN-FEMBARGO        PIC X(01).
               88  SI-FIN-FEMBARGO              VALUE 'S'.
               88  NO-FIN-FEMBARGO              VALUE 'N'.
           05  SW-FIN-EMBARGOS        PIC X(01).
               88  SI-FIN-EMBARGOS              VALUE 'S'.
               88  NO-FIN-EMBARGOS              VALUE 'N'.
           05  SW-ORDEN-VALIDA        PIC X(01).
               88  SI-ORDEN-VALIDA              VALUE 'S'.
               88  NO-ORDEN-VALIDA              VALUE 'N'.
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
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------CURSOR DE ORDENES ACTIVAS SIN REMITIR DEL TODO, LA MAS--*
      *--------ANTIGUA PRIMERO DENTRO DE CADA CUENTA. SI LO RETENIDO---*
      *--------YA LA CUBRE SE VE EN 2600, CONVERTIDO A EUR-------------*
      *
           EXEC SQL
               DECLARE CUR-EMBARGOS CURSOR WITH HOLD FOR
               SELECT ID_EMBARGO
                     ,BANCO
                     ,OFICINA
                     ,DC
                     ,NUM_CUENTA
                     ,REFERENCIA_ORDEN
                     ,IMPORTE_ORDENADO
                     ,IMPORTE_RETENIDO
                     ,IMPORTE_REMITIDO
                 FROM EMBARGOS
                WHERE ESTADO = 'A'
                  AND IMPORTE_ORDENADO > IMPORTE_REMITIDO
                ORDER BY BANCO, OFICINA, NUM_CUENTA
                        ,FECHA_ALTA, ID_EMBARGO
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
             UNTIL SI-FIN-FEMBARGO
      *
           PERFORM 2500-ABRIR-EMBARGOS
              THRU 2500-ABRIR-EMBARGOS-EXIT
      *
           PERFORM 2600-RETENER-SALDO
              THRU 2600-RETENER-SALDO-EXIT
             UNTIL SI-FIN-EMBARGOS
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
                      DATOS-EMBARGO
                      DCLCUENTAS
                      DCLEMBARGOS
      *
           SET NO-FIN-FEMBARGO           TO TRUE
           SET SI-FIN-EMBARGOS           TO TRUE
      *
           OPEN INPUT  FEMBARGO
           OPEN OUTPUT FINFORME
                       FRECHAZO
      *
           IF FS-FEMBARGO NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEMBARGO ' ' FS-FINFORME
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FEMBARGO
              THRU 9000-LEER-FEMBARGO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     ALTA O LEVANTAMIENTO DE UNA ORDEN, CADA UNA EN SU PROPIA   *
      *     UNIDAD DE TRABAJO.                                         *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-ORDEN-VALIDA           TO TRUE
      *
           EVALUATE TRUE
               WHEN EMB-ALTA
                    PERFORM 2100-ALTA-EMBARGO
                       THRU 2100-ALTA-EMBARGO-EXIT
               WHEN EMB-LEVANTAMIENTO
                    PERFORM 2200-LEVANTAR-EMBARGO
                       THRU 2200-LEVANTAR-EMBARGO-EXIT
               WHEN OTHER
                    SET NO-ORDEN-VALIDA  TO TRUE
                    MOVE CT-MOTIVO-ACCION TO WK-MOTIVO
           END-EVALUATE
      *
           IF NO-ORDEN-VALIDA
              PERFORM 2300-ESCRIBIR-RECHAZO
                 THRU 2300-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FEMBARGO
              THRU 9000-LEER-FEMBARGO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ALTA-EMBARGO                                          *
      *     AUTORIDAD JUDICIAL O TRIBUTARIA, IMPORTE POSITIVO, IBAN DE *
      *     LA AUTORIDAD VALIDO, CUENTA EXISTENTE Y NO CERRADA, Y QUE  *
      *     LA MISMA AUTORIDAD NO HAYA REGISTRADO YA ESA REFERENCIA.   *
      *     LA ORDEN NACE ACTIVA SIN NADA RETENIDO.                    *
      ******************************************************************
       2100-ALTA-EMBARGO.
      *
           IF NOT EMB-JUDICIAL
              AND NOT EMB-TRIBUTARIO
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-AUTORIDAD   TO WK-MOTIVO
              GO TO 2100-ALTA-EMBARGO-EXIT
           END-IF
      *
           IF IMPORTE-EMB IS NOT NUMERIC
              OR IMPORTE-EMB = 0
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
              GO TO 2100-ALTA-EMBARGO-EXIT
           END-IF
      *
           INITIALIZE CPYIBAN
           MOVE 'V'                      TO OPCION-IBA
           MOVE IBAN-AUTORIDAD-EMB       TO IBAN-IBA
           CALL 'RUTIBAN' USING CPYIBAN
      *
           IF RETORNO-IBA NOT = '00'
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-IBAN        TO WK-MOTIVO
              GO TO 2100-ALTA-EMBARGO-EXIT
           END-IF
      *
           MOVE BANCO-EMB                TO TB-BANCO
           MOVE OFICINA-EMB              TO TB-OFICINA
           MOVE NUMERO-EMB               TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT COALESCE(ESTADO_CUENTA, 'A')
                 INTO :TB-ESTADO-CUENTA
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF TB-ESTADO-CUENTA = 'C'
                       SET NO-ORDEN-VALIDA    TO TRUE
                       MOVE CT-MOTIVO-CERRADA TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-ORDEN-VALIDA       TO TRUE
                    MOVE CT-MOTIVO-CUENTA     TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-ALTA-EMBARGO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-ORDEN-VALIDA
              GO TO 2100-ALTA-EMBARGO-EXIT
           END-IF
      *
           MOVE AUTORIDAD-EMB            TO EM-AUTORIDAD
           MOVE REFERENCIA-EMB           TO EM-REFERENCIA-ORDEN
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-ORDENES
                 FROM EMBARGOS
                WHERE AUTORIDAD = :EM-AUTORIDAD
                  AND REFERENCIA_ORDEN = :EM-REFERENCIA-ORDEN
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ALTA-EMBARGO'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-ORDENES > 0
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-DUPLICADA   TO WK-MOTIVO
              GO TO 2100-ALTA-EMBARGO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_EMBARGO), 0) + 1
                 INTO :EM-ID-EMBARGO
                 FROM EMBARGOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ALTA-EMBARGO'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE BANCO-EMB                TO EM-BANCO
           MOVE OFICINA-EMB              TO EM-OFICINA
           MOVE DC-EMB                   TO EM-DC
           MOVE NUMERO-EMB               TO EM-NUM-CUENTA
           MOVE TIPO-AUTORIDAD-EMB       TO EM-TIPO-AUTORIDAD
           MOVE IBAN-S-IBA               TO EM-IBAN-AUTORIDAD
           MOVE IMPORTE-EMB              TO EM-IMPORTE-ORDENADO
           MOVE 0                        TO EM-IMPORTE-RETENIDO
                                            EM-IMPORTE-REMITIDO
           MOVE 'A'                      TO EM-ESTADO
      *
           EXEC SQL
               INSERT INTO EMBARGOS
                      (ID_EMBARGO
                      ,BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,TIPO_AUTORIDAD
                      ,AUTORIDAD
                      ,REFERENCIA_ORDEN
                      ,IBAN_AUTORIDAD
                      ,IMPORTE_ORDENADO
                      ,IMPORTE_RETENIDO
                      ,IMPORTE_REMITIDO
                      ,ESTADO
                      ,FECHA_ALTA)
                      VALUES(
                       :EM-ID-EMBARGO
                      ,:EM-BANCO
                      ,:EM-OFICINA
                      ,:EM-DC
                      ,:EM-NUM-CUENTA
                      ,:EM-TIPO-AUTORIDAD
                      ,:EM-AUTORIDAD
                      ,:EM-REFERENCIA-ORDEN
                      ,:EM-IBAN-AUTORIDAD
                      ,:EM-IMPORTE-ORDENADO
                      ,:EM-IMPORTE-RETENIDO
                      ,:EM-IMPORTE-REMITIDO
                      ,:EM-ESTADO
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ALTA-EMBARGO'
              DISPLAY 'TABLA: EMBARGOS'
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
           ADD CT-1                      TO CN-ALTAS
      *
           .
       2100-ALTA-EMBARGO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-LEVANTAR-EMBARGO                                      *
      *     LA ORDEN ACTIVA DE ESA AUTORIDAD Y REFERENCIA SOBRE LA     *
      *     CUENTA PASA A LEVANTADA: LO RETENIDO Y NO REMITIDO QUEDA   *
      *     LIBRE Y NO SE RETIENE MAS.                                 *
      ******************************************************************
       2200-LEVANTAR-EMBARGO.
      *
           MOVE BANCO-EMB                TO EM-BANCO
           MOVE OFICINA-EMB              TO EM-OFICINA
           MOVE NUMERO-EMB               TO EM-NUM-CUENTA
           MOVE AUTORIDAD-EMB            TO EM-AUTORIDAD
           MOVE REFERENCIA-EMB           TO EM-REFERENCIA-ORDEN
      *
           EXEC SQL
               UPDATE EMBARGOS
                  SET ESTADO = 'L'
                     ,IMPORTE_RETENIDO = 0
                     ,FECHA_LEVANTAMIENTO = CURRENT DATE
                WHERE BANCO = :EM-BANCO
                  AND OFICINA = :EM-OFICINA
                  AND NUM_CUENTA = :EM-NUM-CUENTA
                  AND AUTORIDAD = :EM-AUTORIDAD
                  AND REFERENCIA_ORDEN = :EM-REFERENCIA-ORDEN
                  AND ESTADO = 'A'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    EXEC SQL
                        COMMIT
                    END-EXEC
                    ADD CT-1             TO CN-LEVANTADAS
               WHEN 100
                    SET NO-ORDEN-VALIDA  TO TRUE
                    MOVE CT-MOTIVO-SIN-ORDEN TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-LEVANTAR-EMBARGO'
                    DISPLAY 'TABLA: EMBARGOS'
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
       2200-LEVANTAR-EMBARGO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2300-ESCRIBIR-RECHAZO.
      *
           MOVE DATOS-EMBARGO            TO ORDEN-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2300-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADAS
      *
           .
       2300-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ABRIR-EMBARGOS                                        *
      ******************************************************************
       2500-ABRIR-EMBARGOS.
      *
           EXEC SQL
               OPEN CUR-EMBARGOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-EMBARGOS'
              DISPLAY 'PARRAFO: 2500-ABRIR-EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-EMBARGOS           TO TRUE
      *
           PERFORM 9100-LEER-EMBARGO
              THRU 9100-LEER-EMBARGO-EXIT
      *
           .
       2500-ABRIR-EMBARGOS-EXIT.
           EXIT.
      ******************************************************************
      *     2600-RETENER-SALDO                                         *
      *     DISPONIBLE = SALDO - LO QUE YA RETIENEN TODAS LAS ORDENES  *
      *     ACTIVAS DE LA CUENTA, EN LA DIVISA DE LA CUENTA. LO QUE    *
      *     FALTA PARA CUBRIR LA ORDEN SE CALCULA EN EUR (ORDENADO -   *
      *     REMITIDO - CONTRAVALOR DE LO RETENIDO). SE RETIENE EL      *
      *     MENOR DE LOS DOS, COMPARADOS EN EUR.                       *
      ******************************************************************
       2600-RETENER-SALDO.
      *
           ADD CT-1                      TO CN-REVISADAS
           MOVE 0                        TO WK-RETENER
      *
           MOVE EM-BANCO                 TO TB-BANCO
           MOVE EM-OFICINA               TO TB-OFICINA
           MOVE EM-NUM-CUENTA            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(DIVISA, 'EUR')
                 INTO :WK-SALDO
                     ,:WK-DIVISA-CUENTA
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2600-RETENER-SALDO'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_RETENIDO), 0)
                 INTO :WK-TOTAL-RETENIDO
                 FROM EMBARGOS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
                  AND ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2600-RETENER-SALDO'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2620-OBTENER-CAMBIO
              THRU 2620-OBTENER-CAMBIO-EXIT
      *
           COMPUTE WK-DISPONIBLE = WK-SALDO - WK-TOTAL-RETENIDO
           COMPUTE WK-RETENIDO-EUR ROUNDED =
                   EM-IMPORTE-RETENIDO / WK-CAMBIO
           COMPUTE WK-PENDIENTE  = EM-IMPORTE-ORDENADO
                                 - WK-RETENIDO-EUR
                                 - EM-IMPORTE-REMITIDO
      *
           IF WK-DISPONIBLE > 0
              AND WK-PENDIENTE > 0
              PERFORM 2650-APLICAR-RETENCION
                 THRU 2650-APLICAR-RETENCION-EXIT
           END-IF
      *
           PERFORM 9100-LEER-EMBARGO
              THRU 9100-LEER-EMBARGO-EXIT
      *
           .
       2600-RETENER-SALDO-EXIT.
           EXIT.
      ******************************************************************
      *     2620-OBTENER-CAMBIO                                        *
      *     CAMBIO VIGENTE DE LA DIVISA DE LA CUENTA FRENTE AL EUR     *
      *     (UNIDADES DE DIVISA POR EUR). LAS CUENTAS EN EUR VAN A 1.  *
      ******************************************************************
       2620-OBTENER-CAMBIO.
      *
           MOVE 1                        TO WK-CAMBIO
      *
           IF WK-DIVISA-CUENTA = 'EUR'
              GO TO 2620-OBTENER-CAMBIO-EXIT
           END-IF
      *
           MOVE WK-DIVISA-CUENTA         TO DV-DIVISA
      *
           EXEC SQL
               SELECT CAMBIO
                 INTO :DV-CAMBIO
                 FROM DIVISAS
                WHERE DIVISA = :DV-DIVISA
                  AND FECHAVIG <= CURRENT DATE
                ORDER BY FECHAVIG DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: SIN CAMBIO PARA LA DIVISA ' DV-DIVISA
              DISPLAY 'PARRAFO: 2620-OBTENER-CAMBIO'
              DISPLAY 'TABLA: DIVISAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE DV-CAMBIO                TO WK-CAMBIO
      *
           .
       2620-OBTENER-CAMBIO-EXIT.
           EXIT.
      ******************************************************************
      *     2650-APLICAR-RETENCION                                     *
      *     LA COMPARACION SE HACE EN EUR; LO QUE SE ANOTA EN          *
      *     IMPORTE_RETENIDO VA EN LA DIVISA DE LA CUENTA, SIN PASAR   *
      *     NUNCA DEL DISPONIBLE.                                      *
      ******************************************************************
       2650-APLICAR-RETENCION.
      *
           COMPUTE WK-DISPONIBLE-EUR ROUNDED =
                   WK-DISPONIBLE / WK-CAMBIO
      *
           IF WK-DISPONIBLE-EUR < WK-PENDIENTE
              MOVE WK-DISPONIBLE         TO WK-RETENER
              MOVE WK-DISPONIBLE-EUR     TO WK-RETENER-EUR
           ELSE
              MOVE WK-PENDIENTE          TO WK-RETENER-EUR
              COMPUTE WK-RETENER ROUNDED =
                      WK-PENDIENTE * WK-CAMBIO
              IF WK-RETENER > WK-DISPONIBLE
                 MOVE WK-DISPONIBLE      TO WK-RETENER
              END-IF
           END-IF
      *
           EXEC SQL
               UPDATE EMBARGOS
                  SET IMPORTE_RETENIDO = IMPORTE_RETENIDO + :WK-RETENER
                WHERE ID_EMBARGO = :EM-ID-EMBARGO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2650-APLICAR-RETENCION'
              DISPLAY 'TABLA: EMBARGOS'
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
           ADD CT-1                      TO CN-RETENCIONES
           ADD WK-RETENER-EUR            TO WK-IMPORTE-RETENIDO
      *
           PERFORM 2700-LINEA-RETENCION
              THRU 2700-LINEA-RETENCION-EXIT
      *
           .
       2650-APLICAR-RETENCION-EXIT.
           EXIT.
      ******************************************************************
      *     2700-LINEA-RETENCION                                       *
      ******************************************************************
       2700-LINEA-RETENCION.
      *
           MOVE EM-ID-EMBARGO            TO ID-RET
           STRING EM-BANCO               DELIMITED BY SIZE
                  EM-OFICINA             DELIMITED BY SIZE
                  EM-DC                  DELIMITED BY SIZE
                  EM-NUM-CUENTA          DELIMITED BY SIZE
             INTO CUENTA-RET
           MOVE EM-REFERENCIA-ORDEN      TO REFERENCIA-RET
           MOVE EM-IMPORTE-ORDENADO      TO ORDENADO-RET
           MOVE WK-RETENER-EUR           TO RETENIDO-HOY-RET
           COMPUTE RETENIDO-RET = WK-RETENIDO-EUR + WK-RETENER-EUR
           COMPUTE PENDIENTE-RET = WK-PENDIENTE - WK-RETENER-EUR
      *
           WRITE REG-FINFORME FROM LINEA-RETENCION
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-LINEA-RETENCION'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-LINEA-RETENCION-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-FIN-EMBARGOS
              EXEC SQL
                  CLOSE CUR-EMBARGOS
              END-EXEC
           END-IF
      *
           CLOSE FEMBARGO
                 FINFORME
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A P L E M B A R    **'
           DISPLAY '***********************************'
           DISPLAY '*ORDENES LEIDAS    : ' CN-LEIDAS '       *'
           DISPLAY '*ALTAS             : ' CN-ALTAS '       *'
           DISPLAY '*LEVANTADAS        : ' CN-LEVANTADAS '       *'
           DISPLAY '*RECHAZADAS        : ' CN-RECHAZADAS '       *'
           DISPLAY '*ORDENES REVISADAS : ' CN-REVISADAS '       *'
           DISPLAY '*CON RETENCION HOY : ' CN-RETENCIONES '       *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FEMBARGO                                         *
      ******************************************************************
       9000-LEER-FEMBARGO.
      *
           READ FEMBARGO INTO DATOS-EMBARGO
      *
           EVALUATE FS-FEMBARGO
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FEMBARGO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FEMBARGO'
                    DISPLAY 'PARRAFO: 9000-LEER-FEMBARGO'
                    DISPLAY 'FILE STATUS: ' FS-FEMBARGO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FEMBARGO-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-EMBARGO                                          *
      ******************************************************************
       9100-LEER-EMBARGO.
      *
           EXEC SQL
               FETCH CUR-EMBARGOS
                INTO :EM-ID-EMBARGO
                    ,:EM-BANCO
                    ,:EM-OFICINA
                    ,:EM-DC
                    ,:EM-NUM-CUENTA
                    ,:EM-REFERENCIA-ORDEN
                    ,:EM-IMPORTE-ORDENADO
                    ,:EM-IMPORTE-RETENIDO
                    ,:EM-IMPORTE-REMITIDO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-EMBARGOS  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-EMBARGOS'
                    DISPLAY 'PARRAFO: 9100-LEER-EMBARGO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-EMBARGO-EXIT.
           EXIT.
      *
