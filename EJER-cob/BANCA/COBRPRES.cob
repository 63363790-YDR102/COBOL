      ******************************************************************
      ** C O B R P R E S.-COBRO DE CUOTAS DE PRESTAMOS Y LISTADO DE   **
      **                  MOROSIDAD. RECORRE LAS CUOTAS PENDIENTES E  **
      **                  IMPAGADAS DE CUOTAS_PRESTAMO CON            **
      **                  VENCIMIENTO CUMPLIDO, DE LA MAS ANTIGUA A   **
      **                  LA MAS NUEVA DE CADA PRESTAMO:              **
      **                  - CON SALDO SUFICIENTE EN LA CUENTA         **
      **                    VINCULADA, CARGA LA CUOTA (TIPO 'Q') Y LA **
      **                    DEMORA ACUMULADA (TIPO 'M') POR           **
      **                    CUENTAS_MOVTO Y LA MARCA COBRADA. AL      **
      **                    COBRAR LA ULTIMA, EL PRESTAMO SE CANCELA. **
      **                  - SIN SALDO, LA CUOTA QUEDA IMPAGADA Y      **
      **                    DEVENGA INTERES DE DEMORA SOBRE SU        **
      **                    IMPORTE AL TIPO DE DEMORA DEL PRESTAMO    **
      **                    POR LOS DIAS NATURALES DESDE EL ULTIMO    **
      **                    DEVENGO (BASE 365). NO SE CARGA NADA.     **
      **                    LO RETENIDO POR EMBARGOS ACTIVOS NO CUENTA**
      **                    COMO SALDO, Y UNA CUENTA CERRADA O        **
      **                    BLOQUEADA ('B') NO ADMITE EL CARGO.       **
      **                  UN COMMIT POR CUOTA. ES EL PROCESO MENSUAL  **
      **                  DE PRESTAMOS, PERO LANZADO A DIARIO COBRA   **
      **                  CADA CUOTA EL DIA DE SU VENCIMIENTO;        **
      **                  RELANZARLO EL MISMO DIA NO DEVENGA DOS      **
      **                  VECES. TERMINA CON EL LISTADO DE MOROSIDAD  **
      **                  POR BANCO/OFICINA CON LOS DIAS DE IMPAGO DE **
      **                  CADA CUOTA Y TOTALES POR OFICINA.           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   COBRPRES.
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
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FMOROSOS ASSIGN TO FMOROSOS
           FILE STATUS FS-FMOROSOS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0080).
      *    CUOTAS COBRADAS E IMPAGADAS DE LA EJECUCION
      *
       FD FMOROSOS
           RECORDING MODE IS F.
       01  REG-FMOROSOS               PIC X(0100).
      *    CUOTAS IMPAGADAS POR BANCO/OFICINA CON DIAS DE IMPAGO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FMOROSOS            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'COBRPRES'.
           05  CT-TIPO-CUOTA          PIC X(01) VALUE 'Q'.
           05  CT-TIPO-DEMORA         PIC X(01) VALUE 'M'.
           05  CT-PENDIENTE           PIC X(01) VALUE 'P'.
           05  CT-IMPAGADA            PIC X(01) VALUE 'I'.
      *
       01  CN-CONTADORES.
           05  CN-CUOTAS              PIC 9(07).
           05  CN-COBRADAS            PIC 9(07).
           05  CN-IMPAGADAS           PIC 9(07).
           05  CN-CANCELADOS          PIC 9(05).
           05  CN-MOROSAS-OFI         PIC 9(05).
           05  CN-MOROSAS-TOTAL       PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY-ISO       PIC X(10).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-SALDO-CUENTA        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-CUENTA       PIC X(03).
           05  WK-ESTADO-CUENTA       PIC X(01).
           05  WK-DEMORA-DEVENGADA    PIC S9(15)V9(02) COMP-3.
           05  WK-TOTAL-COBRO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-TIPO-APUNTE         PIC X(01).
           05  WK-DIAS-IMPAGO         PIC S9(09) COMP.
           05  WK-BANCO-ANTERIOR      PIC X(04).
           05  WK-OFICINA-ANTERIOR    PIC X(04).
           05  WK-CUOTAS-OFI          PIC S9(15)V9(02) COMP-3.
           05  WK-DEMORA-OFI          PIC S9(15)V9(02) COMP-3.
           05  WK-CUOTAS-TOTAL        PIC S9(15)V9(02) COMP-3.
           05  WK-DEMORA-TOTAL        PIC S9(15)V9(02) COMP-3.
      *
       01  WK-CUENTA.
           05  WK-CTA-BANCO           PIC X(04).
           05  WK-CTA-OFICINA         PIC X(04).
           05  WK-CTA-DC              PIC X(02).
           05  WK-CTA-NUMERO          PIC X(10).
      *
       COPY CPYFECHA.
      *
       01  LINEA-INFORME.
           05  ID-INF                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUOTA-INF              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-INF          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-INF            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DEMORA-INF             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  LINEA-MOROSO.
           05  CUENTA-MOR             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-MOR                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUOTA-MOR              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VENCIMIENTO-MOR        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-MOR               PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-MOR            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DEMORA-MOR             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-TOTAL-MOR.
           05  TEXTO-TOT              PIC X(14).
           05  BANCO-TOT              PIC X(04).
           05  SEPARADOR-TOT          PIC X(01).
           05  OFICINA-TOT            PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUOTAS-TOT             PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE ' CUOTAS'.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  IMPORTE-TOT            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DEMORA-TOT             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-MOROSOS         PIC X(01).
               88  SI-FIN-MOROSOS               VALUE 'S'.
               88  NO-FIN-MOROSOS               VALUE 'N'.
           05  SW-PRIMERA-OFICINA     PIC X(01).
               88  SI-PRIMERA-OFICINA           VALUE 'S'.
               88  NO-PRIMERA-OFICINA           VALUE 'N'.
           05  SW-SALDO-SUFICIENTE    PIC X(01).
               88  SI-SALDO-SUFICIENTE          VALUE 'S'.
               88  NO-SALDO-SUFICIENTE          VALUE 'N'.
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
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      *--------CURSOR DE CUOTAS VENCIDAS SIN COBRAR-------------------*
      *
           EXEC SQL
               DECLARE CUR-CUOTAS CURSOR WITH HOLD FOR
               SELECT C.ID_PRESTAMO
                     ,C.NUM_CUOTA
                     ,C.FECHA_VENCIMIENTO
                     ,C.IMPORTE_CUOTA
                     ,C.ESTADO
                     ,C.INTERES_DEMORA
                     ,COALESCE(C.FECHA_DEMORA, C.FECHA_VENCIMIENTO)
                     ,P.CUENTA
                     ,P.TIPO_DEMORA
                 FROM CUOTAS_PRESTAMO C
                     ,PRESTAMOS P
                WHERE P.ID_PRESTAMO = C.ID_PRESTAMO
                  AND P.ESTADO = 'A'
                  AND C.ESTADO IN ('P', 'I')
                  AND C.FECHA_VENCIMIENTO <= CURRENT DATE
                ORDER BY C.ID_PRESTAMO, C.NUM_CUOTA
           END-EXEC.
      *
      *--------CURSOR DE MOROSIDAD POR OFICINA------------------------*
      *
           EXEC SQL
               DECLARE CUR-MOROSOS CURSOR FOR
               SELECT P.CUENTA
                     ,C.ID_PRESTAMO
                     ,C.NUM_CUOTA
                     ,C.FECHA_VENCIMIENTO
                     ,DAYS(CURRENT DATE) - DAYS(C.FECHA_VENCIMIENTO)
                     ,C.IMPORTE_CUOTA
                     ,C.INTERES_DEMORA
                 FROM CUOTAS_PRESTAMO C
                     ,PRESTAMOS P
                WHERE P.ID_PRESTAMO = C.ID_PRESTAMO
                  AND C.ESTADO = 'I'
                ORDER BY SUBSTR(P.CUENTA, 1, 8)
                        ,C.FECHA_VENCIMIENTO
                        ,C.ID_PRESTAMO
                        ,C.NUM_CUOTA
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
           PERFORM 2700-LISTAR-MOROSIDAD
              THRU 2700-LISTAR-MOROSIDAD-EXIT
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
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLPRESTAMOS
                      DCLCUOTAS-PRESTAMO
      *
           SET NO-FIN-CURSOR             TO TRUE
           SET NO-FIN-MOROSOS            TO TRUE
           SET SI-PRIMERA-OFICINA        TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-HOY-ISO (1:4)
           MOVE '-'                      TO WK-FECHA-HOY-ISO (5:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-HOY-ISO (6:2)
           MOVE '-'                      TO WK-FECHA-HOY-ISO (8:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-HOY-ISO (9:2)
      *
           DISPLAY 'COBRPRES: COBRO DE CUOTAS A ' WK-FECHA-HOY-ISO
      *
           OPEN OUTPUT FINFORME
                       FMOROSOS
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FMOROSOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FMOROSOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-CUOTAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CUOTAS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     LA CUOTA YA IMPAGADA DEVENGA PRIMERO LA DEMORA HASTA HOY Y *
      *     SE INTENTA COBRAR CON ELLA; LA PENDIENTE SE INTENTA COBRAR *
      *     SOLA Y, SI NO HAY SALDO, PASA A IMPAGADA.                  *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE PS-CUENTA                TO WK-CUENTA
      *
           IF CQ-ESTADO = CT-IMPAGADA
              PERFORM 2100-DEVENGAR-DEMORA
                 THRU 2100-DEVENGAR-DEMORA-EXIT
           END-IF
      *
           COMPUTE WK-TOTAL-COBRO =
                   CQ-IMPORTE-CUOTA + CQ-INTERES-DEMORA
      *
           PERFORM 2200-COMPROBAR-SALDO
              THRU 2200-COMPROBAR-SALDO-EXIT
      *
           IF SI-SALDO-SUFICIENTE
              PERFORM 2300-COBRAR-CUOTA
                 THRU 2300-COBRAR-CUOTA-EXIT
           ELSE
              IF CQ-ESTADO = CT-PENDIENTE
                 PERFORM 2100-DEVENGAR-DEMORA
                    THRU 2100-DEVENGAR-DEMORA-EXIT
              END-IF
      *
              PERFORM 2500-MARCAR-IMPAGADA
                 THRU 2500-MARCAR-IMPAGADA-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-DEVENGAR-DEMORA                                       *
      *     DEMORA = IMPORTE CUOTA * TIPO DEMORA / 100 * DIAS / 365,   *
      *     CON LOS DIAS NATURALES DESDE EL ULTIMO DEVENGO (O DESDE EL *
      *     VENCIMIENTO LA PRIMERA VEZ) HASTA HOY.                     *
      ******************************************************************
       2100-DEVENGAR-DEMORA.
      *
           MOVE 0                        TO WK-DEMORA-DEVENGADA
      *
           IF WK-FECHA-DESDE NOT < WK-FECHA-HOY-ISO
              GO TO 2100-DEVENGAR-DEMORA-EXIT
           END-IF
      *
           INITIALIZE CPYFECHA
           MOVE 'D'                      TO OPCION-FEC
           MOVE WK-FECHA-DESDE           TO FECHA-E-FEC
           MOVE WK-FECHA-HOY-ISO         TO FECHA-E2-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           IF RETORNO-FEC NOT = '00'
              DISPLAY 'COBRPRES: ERROR EN RUTFECHA: ' RETORNO-FEC
              DISPLAY 'PARRAFO: 2100-DEVENGAR-DEMORA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-DEMORA-DEVENGADA ROUNDED =
                   CQ-IMPORTE-CUOTA * PS-TIPO-DEMORA * DIAS-S-FEC
                   / 100 / 365
      *
           ADD WK-DEMORA-DEVENGADA       TO CQ-INTERES-DEMORA
           MOVE WK-FECHA-HOY-ISO         TO WK-FECHA-DESDE
      *
           .
       2100-DEVENGAR-DEMORA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-COMPROBAR-SALDO                                       *
      *     CUENTA VINCULADA EXISTENTE, NI CERRADA NI BLOQUEADA, Y CON *
      *     SALDO PARA LA CUOTA MAS LA DEMORA ACUMULADA DESCONTANDO LO *
      *     RETENIDO POR EMBARGOS ACTIVOS.                             *
      ******************************************************************
       2200-COMPROBAR-SALDO.
      *
           SET NO-SALDO-SUFICIENTE       TO TRUE
      *
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
                    CONTINUE
               WHEN 100
                    GO TO 2200-COMPROBAR-SALDO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-COMPROBAR-SALDO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
      * CERRADA O BLOQUEADA POR FALLECIMIENTO: NO SE CARGA LA CUOTA
           IF WK-ESTADO-CUENTA = 'C'
              OR WK-ESTADO-CUENTA = 'B'
              GO TO 2200-COMPROBAR-SALDO-EXIT
           END-IF
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
              DISPLAY 'PARRAFO: 2200-COMPROBAR-SALDO'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-SALDO-CUENTA - WK-RETENIDO-EMBARGO
              NOT < WK-TOTAL-COBRO
              SET SI-SALDO-SUFICIENTE    TO TRUE
           END-IF
      *
           .
       2200-COMPROBAR-SALDO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-COBRAR-CUOTA                                          *
      *     CARGO DE LA CUOTA Y, SI LA HAY, DE LA DEMORA; CUOTA        *
      *     COBRADA, PRESTAMO CANCELADO SI ERA LA ULTIMA Y UN UNICO    *
      *     COMMIT.                                                    *
      ******************************************************************
       2300-COBRAR-CUOTA.
      *
           MOVE WK-CTA-DC                TO TB-DC
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-CUENTA - CQ-IMPORTE-CUOTA
           COMPUTE WK-IMPORTE-APUNTE = CQ-IMPORTE-CUOTA * -1
           MOVE CT-TIPO-CUOTA            TO WK-TIPO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           IF CQ-INTERES-DEMORA > 0
              COMPUTE WK-SALDO-NUEVO =
                      WK-SALDO-NUEVO - CQ-INTERES-DEMORA
              COMPUTE WK-IMPORTE-APUNTE = CQ-INTERES-DEMORA * -1
              MOVE CT-TIPO-DEMORA        TO WK-TIPO-APUNTE
              PERFORM 2400-CONTABILIZAR-APUNTE
                 THRU 2400-CONTABILIZAR-APUNTE-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE CUOTAS_PRESTAMO
                  SET ESTADO = 'C'
                     ,INTERES_DEMORA = :CQ-INTERES-DEMORA
                     ,FECHA_DEMORA = :WK-FECHA-DESDE
                     ,FECHA_COBRO = CURRENT DATE
                WHERE ID_PRESTAMO = :CQ-ID-PRESTAMO
                  AND NUM_CUOTA = :CQ-NUM-CUOTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-COBRAR-CUOTA'
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
      * SIN CUOTAS POR COBRAR EL PRESTAMO QUEDA CANCELADO
           EXEC SQL
               UPDATE PRESTAMOS
                  SET ESTADO = 'C'
                WHERE ID_PRESTAMO = :CQ-ID-PRESTAMO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CUOTAS_PRESTAMO
                        WHERE ID_PRESTAMO = :CQ-ID-PRESTAMO
                          AND ESTADO <> 'C')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-CANCELADOS
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-COBRAR-CUOTA'
                    DISPLAY 'TABLA: PRESTAMOS'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-COBRADAS
      *
           MOVE 'COBRADA   '             TO RESULTADO-INF
           PERFORM 2900-ESCRIBIR-INFORME
              THRU 2900-ESCRIBIR-INFORME-EXIT
      *
           .
       2300-COBRAR-CUOTA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONTABILIZAR-APUNTE                                   *
      ******************************************************************
       2400-CONTABILIZAR-APUNTE.
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
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
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
           MOVE WK-TIPO-APUNTE           TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
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
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
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
       2400-CONTABILIZAR-APUNTE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-MARCAR-IMPAGADA                                       *
      *     SIN CARGO EN CUENTA: LA CUOTA QUEDA IMPAGADA CON LA DEMORA *
      *     ACUMULADA Y LA FECHA DEL ULTIMO DEVENGO.                   *
      ******************************************************************
       2500-MARCAR-IMPAGADA.
      *
           EXEC SQL
               UPDATE CUOTAS_PRESTAMO
                  SET ESTADO = 'I'
                     ,INTERES_DEMORA = :CQ-INTERES-DEMORA
                     ,FECHA_DEMORA = :WK-FECHA-DESDE
                WHERE ID_PRESTAMO = :CQ-ID-PRESTAMO
                  AND NUM_CUOTA = :CQ-NUM-CUOTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-MARCAR-IMPAGADA'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-IMPAGADAS
      *
           MOVE 'IMPAGADA  '             TO RESULTADO-INF
           PERFORM 2900-ESCRIBIR-INFORME
              THRU 2900-ESCRIBIR-INFORME-EXIT
      *
           .
       2500-MARCAR-IMPAGADA-EXIT.
           EXIT.
      ******************************************************************
      *     2700-LISTAR-MOROSIDAD                                      *
      *     CUOTAS IMPAGADAS TRAS EL COBRO, POR BANCO/OFICINA DE LA    *
      *     CUENTA VINCULADA Y DE LA MAS ANTIGUA A LA MAS RECIENTE,    *
      *     CON TOTAL POR OFICINA Y TOTAL GENERAL.                     *
      ******************************************************************
       2700-LISTAR-MOROSIDAD.
      *
           EXEC SQL
               OPEN CUR-MOROSOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MOROSOS'
              DISPLAY 'PARRAFO: 2700-LISTAR-MOROSIDAD'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-MOROSO
              THRU 9100-LEER-MOROSO-EXIT
      *
           PERFORM 2710-LINEA-MOROSO
              THRU 2710-LINEA-MOROSO-EXIT
             UNTIL SI-FIN-MOROSOS
      *
           IF NO-PRIMERA-OFICINA
              PERFORM 2800-TOTAL-OFICINA
                 THRU 2800-TOTAL-OFICINA-EXIT
           END-IF
      *
           MOVE 'TOTAL GENERAL '         TO TEXTO-TOT
           MOVE SPACES                   TO BANCO-TOT
                                            SEPARADOR-TOT
                                            OFICINA-TOT
           MOVE CN-MOROSAS-TOTAL         TO CUOTAS-TOT
           MOVE WK-CUOTAS-TOTAL          TO IMPORTE-TOT
           MOVE WK-DEMORA-TOTAL          TO DEMORA-TOT
      *
           WRITE REG-FMOROSOS FROM LINEA-TOTAL-MOR
      *
           IF FS-FMOROSOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FMOROSOS'
              DISPLAY 'PARRAFO: 2700-LISTAR-MOROSIDAD'
              DISPLAY 'FILE STATUS: ' FS-FMOROSOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE CUR-MOROSOS
           END-EXEC
      *
           .
       2700-LISTAR-MOROSIDAD-EXIT.
           EXIT.
      ******************************************************************
      *     2710-LINEA-MOROSO                                          *
      *     RUPTURA POR BANCO/OFICINA Y LINEA DE LA CUOTA IMPAGADA.    *
      ******************************************************************
       2710-LINEA-MOROSO.
      *
           MOVE PS-CUENTA                TO WK-CUENTA
      *
           IF WK-CTA-BANCO NOT = WK-BANCO-ANTERIOR
              OR WK-CTA-OFICINA NOT = WK-OFICINA-ANTERIOR
              IF NO-PRIMERA-OFICINA
                 PERFORM 2800-TOTAL-OFICINA
                    THRU 2800-TOTAL-OFICINA-EXIT
              END-IF
      *
              MOVE WK-CTA-BANCO          TO WK-BANCO-ANTERIOR
              MOVE WK-CTA-OFICINA        TO WK-OFICINA-ANTERIOR
              MOVE 0                     TO CN-MOROSAS-OFI
              MOVE 0                     TO WK-CUOTAS-OFI
              MOVE 0                     TO WK-DEMORA-OFI
              SET NO-PRIMERA-OFICINA     TO TRUE
           END-IF
      *
           MOVE PS-CUENTA                TO CUENTA-MOR
           MOVE CQ-ID-PRESTAMO           TO ID-MOR
           MOVE CQ-NUM-CUOTA             TO CUOTA-MOR
           MOVE CQ-FECHA-VENCIMIENTO     TO VENCIMIENTO-MOR
           MOVE WK-DIAS-IMPAGO           TO DIAS-MOR
           MOVE CQ-IMPORTE-CUOTA         TO IMPORTE-MOR
           MOVE CQ-INTERES-DEMORA        TO DEMORA-MOR
      *
           WRITE REG-FMOROSOS FROM LINEA-MOROSO
      *
           IF FS-FMOROSOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FMOROSOS'
              DISPLAY 'PARRAFO: 2710-LINEA-MOROSO'
              DISPLAY 'FILE STATUS: ' FS-FMOROSOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-MOROSAS-OFI
                                            CN-MOROSAS-TOTAL
           ADD CQ-IMPORTE-CUOTA          TO WK-CUOTAS-OFI
                                            WK-CUOTAS-TOTAL
           ADD CQ-INTERES-DEMORA         TO WK-DEMORA-OFI
                                            WK-DEMORA-TOTAL
      *
           PERFORM 9100-LEER-MOROSO
              THRU 9100-LEER-MOROSO-EXIT
      *
           .
       2710-LINEA-MOROSO-EXIT.
           EXIT.
      ******************************************************************
      *     2800-TOTAL-OFICINA                                         *
      ******************************************************************
       2800-TOTAL-OFICINA.
      *
           MOVE 'TOTAL OFICINA '         TO TEXTO-TOT
           MOVE WK-BANCO-ANTERIOR        TO BANCO-TOT
           MOVE '-'                      TO SEPARADOR-TOT
           MOVE WK-OFICINA-ANTERIOR      TO OFICINA-TOT
           MOVE CN-MOROSAS-OFI           TO CUOTAS-TOT
           MOVE WK-CUOTAS-OFI            TO IMPORTE-TOT
           MOVE WK-DEMORA-OFI            TO DEMORA-TOT
      *
           WRITE REG-FMOROSOS FROM LINEA-TOTAL-MOR
      *
           IF FS-FMOROSOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FMOROSOS'
              DISPLAY 'PARRAFO: 2800-TOTAL-OFICINA'
              DISPLAY 'FILE STATUS: ' FS-FMOROSOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-TOTAL-OFICINA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-INFORME                                      *
      ******************************************************************
       2900-ESCRIBIR-INFORME.
      *
           MOVE CQ-ID-PRESTAMO           TO ID-INF
           MOVE CQ-NUM-CUOTA             TO CUOTA-INF
           MOVE CQ-IMPORTE-CUOTA         TO IMPORTE-INF
           MOVE CQ-INTERES-DEMORA        TO DEMORA-INF
      *
           WRITE REG-FINFORME FROM LINEA-INFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-ESCRIBIR-INFORME-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-CUOTAS
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FINFORME
                 FMOROSOS
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C O B R P R E S    **'
           DISPLAY '***********************************'
           DISPLAY '*CUOTAS VENCIDAS    : ' CN-CUOTAS '    *'
           DISPLAY '*COBRADAS           : ' CN-COBRADAS '    *'
           DISPLAY '*IMPAGADAS          : ' CN-IMPAGADAS '    *'
           DISPLAY '*CANCELADOS         : ' CN-CANCELADOS '      *'
           DISPLAY '*CUOTAS EN MOROSIDAD: ' CN-MOROSAS-TOTAL
                   '      *'
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
               FETCH CUR-CUOTAS
                INTO :CQ-ID-PRESTAMO
                    ,:CQ-NUM-CUOTA
                    ,:CQ-FECHA-VENCIMIENTO
                    ,:CQ-IMPORTE-CUOTA
                    ,:CQ-ESTADO
                    ,:CQ-INTERES-DEMORA
                    ,:WK-FECHA-DESDE
                    ,:PS-CUENTA
                    ,:PS-TIPO-DEMORA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-CUOTAS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CUOTAS'
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
      ******************************************************************
      *     9100-LEER-MOROSO                                           *
      ******************************************************************
       9100-LEER-MOROSO.
      *
           EXEC SQL
               FETCH CUR-MOROSOS
                INTO :PS-CUENTA
                    ,:CQ-ID-PRESTAMO
                    ,:CQ-NUM-CUOTA
                    ,:CQ-FECHA-VENCIMIENTO
                    ,:WK-DIAS-IMPAGO
                    ,:CQ-IMPORTE-CUOTA
                    ,:CQ-INTERES-DEMORA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-MOROSOS   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MOROSOS'
                    DISPLAY 'PARRAFO: 9100-LEER-MOROSO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-MOROSO-EXIT.
           EXIT.
      *
