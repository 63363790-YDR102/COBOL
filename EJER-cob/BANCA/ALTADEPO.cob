      ******************************************************************
      ** A L T A D E P O.-CONTRATACION DE DEPOSITOS A PLAZO FIJO. LEE **
      **                  LAS SOLICITUDES (CUENTA VINCULADA, IMPORTE, **
      **                  PLAZO EN MESES, TASA Y RENOVACION) Y, POR   **
      **                  CADA UNA, EN UNA UNIDAD DE TRABAJO:         **
      **                  - CARGA EL IMPORTE EN LA CUENTA VINCULADA   **
      **                    COMO MOVIMIENTO 'D' DEL LIBRO MAYOR.      **
      **                  - DA DE ALTA EL DEPOSITO EN DEPOSITOS_PLAZO **
      **                    CON VENCIMIENTO = HOY + PLAZO EN MESES.   **
      **                  SI LA SOLICITUD NO TRAE TASA PACTADA SE     **
      **                  TOMA LA DEL MAESTRO TIPOS_INTERES PARA EL   **
      **                  PRODUCTO 'PF' Y EL TRAMO DEL IMPORTE. LA    **
      **                  CUENTA NO PUEDE ESTAR CERRADA NI BLOQUEADA  **
      **                  Y EL IMPORTE HA DE CABER EN EL SALDO        **
      **                  DISPONIBLE (SALDO MENOS LO RETENIDO POR     **
      **                  EMBARGOS ACTIVOS). EMITE EL REGISTRO DE     **
      **                  DEPOSITOS CONTRATADOS Y LOS RECHAZOS.       **
      **                  RETURN-CODE 4 SI HAY RECHAZOS.              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   ALTADEPO.
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
           SELECT FSOLDEPO ASSIGN TO FSOLDEPO
           FILE STATUS FS-FSOLDEPO.
      *
           SELECT FREGISTR ASSIGN TO FREGISTR
           FILE STATUS FS-FREGISTR.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FSOLDEPO
           RECORDING MODE IS F.
       01  REG-FSOLDEPO               PIC X(0050).
      *    SOLICITUDES DE DEPOSITO A PLAZO
      *
       FD FREGISTR
           RECORDING MODE IS F.
       01  REG-FREGISTR               PIC X(0100).
      *    REGISTRO DE DEPOSITOS CONTRATADOS
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    SOLICITUDES RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FSOLDEPO            PIC X(02).
           05  FS-FREGISTR            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'ALTADEPO'.
           05  CT-TIPO-DEPOSITO       PIC X(01) VALUE 'D'.
           05  CT-PRODUCTO-PLAZO      PIC X(02) VALUE 'PF'.
           05  CT-PLAZO-MAXIMO        PIC 9(03) VALUE 120.
           05  CT-MOTIVO-DATOS        PIC X(20) VALUE
               'DATOS NO NUMERICOS'.
           05  CT-MOTIVO-IMPORTE      PIC X(20) VALUE
               'IMPORTE NO VALIDO'.
           05  CT-MOTIVO-PLAZO        PIC X(20) VALUE
               'PLAZO NO VALIDO'.
           05  CT-MOTIVO-RENOVACION   PIC X(20) VALUE
               'RENOVACION NO S/N'.
           05  CT-MOTIVO-CUENTA       PIC X(20) VALUE
               'CUENTA NO EXISTE'.
           05  CT-MOTIVO-DC           PIC X(20) VALUE
               'DC ERRONEO'.
           05  CT-MOTIVO-CERRADA      PIC X(20) VALUE
               'CUENTA CERRADA'.
           05  CT-MOTIVO-BLOQUEADA    PIC X(20) VALUE
               'CUENTA BLOQUEADA'.
           05  CT-MOTIVO-SALDO        PIC X(20) VALUE
               'SALDO INSUFICIENTE'.
           05  CT-MOTIVO-EMBARGO      PIC X(20) VALUE
               'SALDO EMBARGADO'.
           05  CT-MOTIVO-SIN-TASA     PIC X(20) VALUE
               'SIN TASA APLICABLE'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(05).
           05  CN-CONTRATADOS         PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-ESTADO              PIC X(01).
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-NEG         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-ID-DEPOSITO         PIC 9(09).
      *
      * SOLICITUD DE DEPOSITO
       01  DATOS-SOLICITUD.
           05  CUENTA-SOL.
               10  BANCO-SOL          PIC X(04).
               10  OFICINA-SOL        PIC X(04).
               10  DC-SOL             PIC X(02).
               10  NUMERO-SOL         PIC X(10).
           05  IMPORTE-SOL            PIC 9(13)V9(02).
           05  PLAZO-SOL              PIC 9(03).
           05  TASA-SOL               PIC 9(02)V9(03).
           05  RENOVACION-SOL         PIC X(01).
           05  FILLER                 PIC X(06).
      *
       01  LINEA-REGISTRO.
           05  ID-DEPOSITO-REG        PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-REG             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-REG            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-REG             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PLAZO-REG              PIC ZZ9.
           05  FILLER                 PIC X(03) VALUE ' M '.
           05  TASA-REG               PIC Z9,999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VENCIMIENTO-REG        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RENOVACION-REG         PIC X(01).
           05  FILLER                 PIC X(14) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  CUENTA-RECH            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RECH           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PLAZO-RECH             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(11) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FSOLDEPO        PIC X(01).
               88  SI-FIN-FSOLDEPO              VALUE 'S'.
               88  NO-FIN-FSOLDEPO              VALUE 'N'.
           05  SW-SOLICITUD-VALIDA    PIC X(01).
               88  SI-SOLICITUD-VALIDA          VALUE 'S'.
               88  NO-SOLICITUD-VALIDA          VALUE 'N'.
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
      *--------DCLGEN DEPOSITOS_PLAZO-----*
      *
           EXEC SQL
               INCLUDE TBDEPPLA
           END-EXEC.
      *
      *--------DCLGEN TIPOS_INTERES-------*
      *
           EXEC SQL
               INCLUDE TBTASINT
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
             UNTIL SI-FIN-FSOLDEPO
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
                      DATOS-SOLICITUD
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDEPOSITOS-PLAZO
                      DCLTIPOS-INTERES
      *
           SET NO-FIN-FSOLDEPO           TO TRUE
      *
           OPEN INPUT  FSOLDEPO
           OPEN OUTPUT FREGISTR
                       FRECHAZO
      *
           IF FS-FSOLDEPO NOT = CT-00
              OR FS-FREGISTR NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FSOLDEPO ' ' FS-FREGISTR
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FSOLDEPO
              THRU 9000-LEER-FSOLDEPO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-VALIDAR-SOLICITUD-EXIT
      *
           IF SI-SOLICITUD-VALIDA
              PERFORM 2200-CONTRATAR
                 THRU 2200-CONTRATAR-EXIT
           ELSE
              PERFORM 2400-ESCRIBIR-RECHAZO
                 THRU 2400-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FSOLDEPO
              THRU 9000-LEER-FSOLDEPO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-SOLICITUD                                     *
      *     DATOS NUMERICOS, IMPORTE Y PLAZO EN RANGO, CUENTA VIVA CON *
      *     SU DC, SALDO DISPONIBLE SUFICIENTE Y TASA APLICABLE.       *
      ******************************************************************
       2100-VALIDAR-SOLICITUD.
      *
           SET SI-SOLICITUD-VALIDA       TO TRUE
      *
           IF IMPORTE-SOL IS NOT NUMERIC
              OR PLAZO-SOL IS NOT NUMERIC
              OR TASA-SOL IS NOT NUMERIC
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF IMPORTE-SOL = 0
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF PLAZO-SOL = 0
              OR PLAZO-SOL > CT-PLAZO-MAXIMO
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-PLAZO       TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF RENOVACION-SOL = SPACE
              MOVE 'N'                   TO RENOVACION-SOL
           END-IF
      *
           IF RENOVACION-SOL NOT = 'S'
              AND RENOVACION-SOL NOT = 'N'
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-RENOVACION  TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           MOVE BANCO-SOL                TO TB-BANCO
           MOVE OFICINA-SOL              TO TB-OFICINA
           MOVE NUMERO-SOL               TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT DC
                     ,SALDO
                     ,COALESCE(DIVISA, 'EUR')
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :TB-DC
                     ,:TB-SALDO
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
                    CONTINUE
               WHEN 100
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-CUENTA        TO WK-MOTIVO
                    GO TO 2100-VALIDAR-SOLICITUD-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-SOLICITUD'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN TB-DC NOT = DC-SOL
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-DC            TO WK-MOTIVO
               WHEN WK-ESTADO = 'C'
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-CERRADA       TO WK-MOTIVO
               WHEN WK-ESTADO = 'B'
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-BLOQUEADA     TO WK-MOTIVO
               WHEN TB-SALDO < IMPORTE-SOL
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-SALDO         TO WK-MOTIVO
           END-EVALUATE
      *
           IF NO-SOLICITUD-VALIDA
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
      * LO RETENIDO POR EMBARGOS ACTIVOS NO ES SALDO DISPONIBLE
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
              DISPLAY 'PARRAFO: 2100-VALIDAR-SOLICITUD'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF TB-SALDO - WK-RETENIDO-EMBARGO < IMPORTE-SOL
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-EMBARGO     TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF TASA-SOL NOT = 0
              MOVE TASA-SOL              TO DP-TASA-ANUAL
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           MOVE CT-PRODUCTO-PLAZO        TO TI-PRODUCTO
           MOVE IMPORTE-SOL              TO TI-SALDO-DESDE
      *
           EXEC SQL
               SELECT TASA_ANUAL
                 INTO :DP-TASA-ANUAL
                 FROM TIPOS_INTERES
                WHERE PRODUCTO = :TI-PRODUCTO
                  AND :TI-SALDO-DESDE BETWEEN SALDO_DESDE
                                          AND SALDO_HASTA
                  AND FECHA_EFECTIVA <= CURRENT DATE
                ORDER BY FECHA_EFECTIVA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-SIN-TASA      TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-SOLICITUD'
                    DISPLAY 'TABLA: TIPOS_INTERES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CONTRATAR                                             *
      *     CARGO 'D' EN LA CUENTA VINCULADA Y ALTA DEL DEPOSITO EN LA *
      *     MISMA UNIDAD DE TRABAJO.                                   *
      ******************************************************************
       2200-CONTRATAR.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_DEPOSITO), 0) + 1
                 INTO :DP-ID-DEPOSITO
                 FROM DEPOSITOS_PLAZO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-CONTRATAR'
              DISPLAY 'TABLA: DEPOSITOS_PLAZO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE DP-ID-DEPOSITO           TO WK-ID-DEPOSITO
           COMPUTE WK-SALDO-NUEVO = TB-SALDO - IMPORTE-SOL
           COMPUTE WK-IMPORTE-NEG = IMPORTE-SOL * -1
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
              DISPLAY 'PARRAFO: 2200-CONTRATAR'
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
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE CT-TIPO-DEPOSITO         TO MV-TIPO-MOVIMIENTO
           MOVE WK-IMPORTE-NEG           TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE TB-DIVISA                TO MV-DIVISA
           MOVE SPACES                   TO MV-REFERENCIA
           STRING 'DEPOSITO '            DELIMITED BY SIZE
                  WK-ID-DEPOSITO         DELIMITED BY SIZE
             INTO MV-REFERENCIA
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
              DISPLAY 'PARRAFO: 2200-CONTRATAR'
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
           MOVE TB-BANCO                 TO DP-BANCO
           MOVE TB-OFICINA               TO DP-OFICINA
           MOVE TB-DC                    TO DP-DC
           MOVE TB-NUM-CUENTA            TO DP-NUM-CUENTA
           MOVE IMPORTE-SOL              TO DP-IMPORTE
           MOVE TB-DIVISA                TO DP-DIVISA
           MOVE PLAZO-SOL                TO DP-PLAZO-MESES
           MOVE RENOVACION-SOL           TO DP-RENOVACION
           MOVE 'A'                      TO DP-ESTADO
      *
           EXEC SQL
               INSERT INTO DEPOSITOS_PLAZO
                      (ID_DEPOSITO
                      ,BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,IMPORTE
                      ,DIVISA
                      ,PLAZO_MESES
                      ,TASA_ANUAL
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO
                      ,RENOVACION
                      ,ESTADO
                      ,FECHA_CANCELACION)
                      VALUES(
                       :DP-ID-DEPOSITO
                      ,:DP-BANCO
                      ,:DP-OFICINA
                      ,:DP-DC
                      ,:DP-NUM-CUENTA
                      ,:DP-IMPORTE
                      ,:DP-DIVISA
                      ,:DP-PLAZO-MESES
                      ,:DP-TASA-ANUAL
                      ,CURRENT DATE
                      ,CURRENT DATE + :DP-PLAZO-MESES MONTHS
                      ,:DP-RENOVACION
                      ,:DP-ESTADO
                      ,NULL)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-CONTRATAR'
              DISPLAY 'TABLA: DEPOSITOS_PLAZO'
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
               SELECT CHAR(FECHA_VENCIMIENTO, ISO)
                 INTO :DP-FECHA-VENCIMIENTO
                 FROM DEPOSITOS_PLAZO
                WHERE ID_DEPOSITO = :DP-ID-DEPOSITO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-CONTRATAR'
              DISPLAY 'TABLA: DEPOSITOS_PLAZO'
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
           ADD CT-1                      TO CN-CONTRATADOS
           ADD IMPORTE-SOL               TO WK-IMPORTE-TOTAL
      *
           PERFORM 2300-ESCRIBIR-REGISTRO
              THRU 2300-ESCRIBIR-REGISTRO-EXIT
      *
           .
       2200-CONTRATAR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ESCRIBIR-REGISTRO                                     *
      ******************************************************************
       2300-ESCRIBIR-REGISTRO.
      *
           MOVE WK-ID-DEPOSITO           TO ID-DEPOSITO-REG
           MOVE CUENTA-SOL               TO CUENTA-REG
           MOVE IMPORTE-SOL              TO IMPORTE-REG
           MOVE DP-DIVISA                TO DIVISA-REG
           MOVE PLAZO-SOL                TO PLAZO-REG
           MOVE DP-TASA-ANUAL            TO TASA-REG
           MOVE DP-FECHA-VENCIMIENTO     TO VENCIMIENTO-REG
           MOVE DP-RENOVACION            TO RENOVACION-REG
      *
           WRITE REG-FREGISTR FROM LINEA-REGISTRO
      *
           IF FS-FREGISTR NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FREGISTR'
              DISPLAY 'PARRAFO: 2300-ESCRIBIR-REGISTRO'
              DISPLAY 'FILE STATUS: ' FS-FREGISTR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2300-ESCRIBIR-REGISTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2400-ESCRIBIR-RECHAZO.
      *
           MOVE CUENTA-SOL               TO CUENTA-RECH
           IF IMPORTE-SOL IS NUMERIC
              MOVE IMPORTE-SOL           TO IMPORTE-RECH
           ELSE
              MOVE 0                     TO IMPORTE-RECH
           END-IF
           MOVE PLAZO-SOL                TO PLAZO-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2400-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADAS
           MOVE 4                        TO RETURN-CODE
      *
           .
       2400-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FSOLDEPO
                 FREGISTR
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A L T A D E P O    **'
           DISPLAY '***********************************'
           DISPLAY '*SOLICITUDES LEIDAS : ' CN-LEIDAS '      *'
           DISPLAY '*DEPOSITOS ALTA     : ' CN-CONTRATADOS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
           DISPLAY '*IMPORTE CONTRATADO : ' WK-IMPORTE-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FSOLDEPO                                         *
      ******************************************************************
       9000-LEER-FSOLDEPO.
      *
           READ FSOLDEPO INTO DATOS-SOLICITUD
      *
           EVALUATE FS-FSOLDEPO
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FSOLDEPO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FSOLDEPO'
                    DISPLAY 'PARRAFO: 9000-LEER-FSOLDEPO'
                    DISPLAY 'FILE STATUS: ' FS-FSOLDEPO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FSOLDEPO-EXIT.
           EXIT.
