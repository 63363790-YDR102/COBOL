      ******************************************************************
      ** V E N C D E P O.-VENCIMIENTO DIARIO DE DEPOSITOS A PLAZO.    **
      **                  TRATA LOS DEPOSITOS VIVOS CUYO VENCIMIENTO  **
      **                  HA LLEGADO Y, POR CADA UNO, EN UNA UNIDAD DE**
      **                  TRABAJO:                                    **
      **                  - INTERES = IMPORTE X TASA X DIAS DEL PLAZO **
      **                    / 100 / 365, ABONADO EN LA CUENTA         **
      **                    VINCULADA COMO MOVIMIENTO 'I' Y CON SU    **
      **                    RETENCION FISCAL COMO MOVIMIENTO 'R',     **
      **                    IGUAL QUE INTERESE, PARA QUE RETFISCA LOS **
      **                    INCLUYA EN EL RESUMEN ANUAL.              **
      **                  - SIN RENOVACION: DEVUELVE EL PRINCIPAL A LA**
      **                    CUENTA VINCULADA (MOVIMIENTO 'D') Y EL    **
      **                    DEPOSITO PASA A 'V'.                      **
      **                  - CON RENOVACION: EL PRINCIPAL SIGUE EN EL  **
      **                    DEPOSITO, QUE EMPIEZA UN NUEVO PLAZO IGUAL**
      **                    DESDE EL VENCIMIENTO.                     **
      **                  UNA CUENTA VINCULADA CERRADA NO ADMITE EL   **
      **                  PAGO: EL DEPOSITO SE LISTA COMO INCIDENCIA  **
      **                  Y SE REINTENTA AL DIA SIGUIENTE. LA         **
      **                  BLOQUEADA POR FALLECIMIENTO ('B') ADMITE    **
      **                  ABONOS Y SE PAGA COMO LAS DEMAS.            **
      **                  PARAMETRO POR SYSIN: TASA DE RETENCION      **
      **                  FISCAL (19,000 POR DEFECTO).                **
      **                  RETURN-CODE 4 SI HAY INCIDENCIAS.           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   VENCDEPO.
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
           SELECT FDIARIO ASSIGN TO FDIARIO
           FILE STATUS FS-FDIARIO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FDIARIO
           RECORDING MODE IS F.
       01  REG-FDIARIO                PIC X(0132).
      *    DIARIO DE VENCIMIENTOS DE DEPOSITOS A PLAZO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FDIARIO             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'VENCDEPO'.
           05  CT-TIPO-INTERES        PIC X(01) VALUE 'I'.
           05  CT-TIPO-RETENCION      PIC X(01) VALUE 'R'.
           05  CT-TIPO-DEPOSITO       PIC X(01) VALUE 'D'.
      *
       01  CN-CONTADORES.
           05  CN-VENCIDOS            PIC 9(05).
           05  CN-PAGADOS             PIC 9(05).
           05  CN-RENOVADOS           PIC 9(05).
           05  CN-INCIDENCIAS         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-TASA-RETENCION-E    PIC 9(02)V9(03).
           05  WK-ESTADO              PIC X(01).
           05  WK-DIAS                PIC S9(09) COMP.
           05  WK-INTERES             PIC S9(15)V9(02) COMP-3.
           05  WK-RETENCION           PIC S9(15)V9(02) COMP-3.
           05  WK-NETO                PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-PRINCIPAL-TOTAL     PIC S9(15)V9(02) COMP-3.
           05  WK-INTERES-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-RETENCION-TOTAL     PIC S9(15)V9(02) COMP-3.
           05  WK-ID-DEPOSITO         PIC 9(09).
           05  WK-RESULTADO           PIC X(12).
      *
       01  LINEA-DIARIO.
           05  ID-DEPOSITO-DIA        PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BANCO-DIA              PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  OFICINA-DIA            PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  DC-DIA                 PIC X(02).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  CUENTA-DIA             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRINCIPAL-DIA          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INTERES-DIA            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RETENCION-DIA          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VENCIMIENTO-DIA        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-DIA          PIC X(12).
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-DEPOSITOS       PIC X(01).
               88  SI-FIN-DEPOSITOS             VALUE 'S'.
               88  NO-FIN-DEPOSITOS             VALUE 'N'.
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
      *--------CURSOR DE DEPOSITOS VIVOS VENCIDOS----------------------*
      *
           EXEC SQL
               DECLARE CUR-DEPOSITOS CURSOR WITH HOLD FOR
               SELECT ID_DEPOSITO
                     ,BANCO
                     ,OFICINA
                     ,DC
                     ,NUM_CUENTA
                     ,IMPORTE
                     ,DIVISA
                     ,PLAZO_MESES
                     ,TASA_ANUAL
                     ,CHAR(FECHA_INICIO, ISO)
                     ,CHAR(FECHA_VENCIMIENTO, ISO)
                     ,RENOVACION
                     ,DAYS(FECHA_VENCIMIENTO) - DAYS(FECHA_INICIO)
                 FROM DEPOSITOS_PLAZO
                WHERE ESTADO = 'A'
                  AND FECHA_VENCIMIENTO <= CURRENT DATE
                ORDER BY ID_DEPOSITO
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
             UNTIL SI-FIN-DEPOSITOS
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
                      DCLDEPOSITOS-PLAZO
      *
           SET SI-FIN-DEPOSITOS          TO TRUE
      *
           ACCEPT WK-TASA-RETENCION-E FROM SYSIN
      *
           IF WK-TASA-RETENCION-E = 0
              MOVE 19                    TO WK-TASA-RETENCION-E
              DISPLAY 'VENCDEPO: RETENCION POR DEFECTO: 19,000 %'
           ELSE
              DISPLAY 'VENCDEPO: TASA DE RETENCION: '
                      WK-TASA-RETENCION-E ' %'
           END-IF
      *
           OPEN OUTPUT FDIARIO
      *
           IF FS-FDIARIO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FDIARIO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDIARIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-DEPOSITOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DEPOSITOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-DEPOSITOS          TO TRUE
      *
           PERFORM 9000-LEER-DEPOSITO
              THRU 9000-LEER-DEPOSITO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN DEPOSITO VENCIDO: INTERESES Y RETENCION SIEMPRE; EL     *
      *     PRINCIPAL SE DEVUELVE O SE RENUEVA SEGUN EL CONTRATO.      *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE DP-ID-DEPOSITO           TO WK-ID-DEPOSITO
           MOVE DP-BANCO                 TO TB-BANCO
           MOVE DP-OFICINA               TO TB-OFICINA
           MOVE DP-NUM-CUENTA            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT DC
                     ,SALDO
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :TB-DC
                     ,:TB-SALDO
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
                    MOVE 'C'             TO WK-ESTADO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2000-PROCESO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2100-CALCULAR-INTERES
              THRU 2100-CALCULAR-INTERES-EXIT
      *
           IF WK-ESTADO = 'C'
              MOVE 'INCIDENCIA'          TO WK-RESULTADO
              ADD CT-1                   TO CN-INCIDENCIAS
              MOVE 4                     TO RETURN-CODE
              PERFORM 2500-LINEA-DIARIO
                 THRU 2500-LINEA-DIARIO-EXIT
              PERFORM 9000-LEER-DEPOSITO
                 THRU 9000-LEER-DEPOSITO-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           MOVE TB-SALDO                 TO WK-SALDO-NUEVO
      *
           IF WK-INTERES NOT = 0
              ADD WK-INTERES             TO WK-SALDO-NUEVO
              MOVE CT-TIPO-INTERES       TO MV-TIPO-MOVIMIENTO
              MOVE WK-INTERES            TO WK-IMPORTE-APUNTE
              PERFORM 2300-GRABAR-MOVIMIENTO
                 THRU 2300-GRABAR-MOVIMIENTO-EXIT
           END-IF
      *
           IF WK-RETENCION NOT = 0
              SUBTRACT WK-RETENCION      FROM WK-SALDO-NUEVO
              MOVE CT-TIPO-RETENCION     TO MV-TIPO-MOVIMIENTO
              COMPUTE WK-IMPORTE-APUNTE = WK-RETENCION * -1
              PERFORM 2300-GRABAR-MOVIMIENTO
                 THRU 2300-GRABAR-MOVIMIENTO-EXIT
           END-IF
      *
           IF DP-RENOVACION = 'S'
              PERFORM 2200-RENOVAR
                 THRU 2200-RENOVAR-EXIT
           ELSE
              ADD DP-IMPORTE             TO WK-SALDO-NUEVO
              MOVE CT-TIPO-DEPOSITO      TO MV-TIPO-MOVIMIENTO
              MOVE DP-IMPORTE            TO WK-IMPORTE-APUNTE
              PERFORM 2300-GRABAR-MOVIMIENTO
                 THRU 2300-GRABAR-MOVIMIENTO-EXIT
              PERFORM 2250-LIQUIDAR
                 THRU 2250-LIQUIDAR-EXIT
           END-IF
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
              DISPLAY 'PARRAFO: 2000-PROCESO'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD WK-INTERES                TO WK-INTERES-TOTAL
           ADD WK-RETENCION              TO WK-RETENCION-TOTAL
      *
           PERFORM 2500-LINEA-DIARIO
              THRU 2500-LINEA-DIARIO-EXIT
      *
           PERFORM 9000-LEER-DEPOSITO
              THRU 9000-LEER-DEPOSITO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CALCULAR-INTERES                                      *
      *     INTERES DEL PLAZO COMPLETO A LA TASA PACTADA, BASE 365, Y  *
      *     SU RETENCION A LA TASA DE SYSIN.                           *
      ******************************************************************
       2100-CALCULAR-INTERES.
      *
           IF WK-DIAS > 0
              COMPUTE WK-INTERES ROUNDED =
                      DP-IMPORTE * DP-TASA-ANUAL * WK-DIAS
                      / 100 / 365
           ELSE
              MOVE 0                     TO WK-INTERES
           END-IF
      *
           COMPUTE WK-RETENCION ROUNDED =
                   WK-INTERES * WK-TASA-RETENCION-E / 100
           COMPUTE WK-NETO = WK-INTERES - WK-RETENCION
      *
           .
       2100-CALCULAR-INTERES-EXIT.
           EXIT.
      ******************************************************************
      *     2200-RENOVAR                                               *
      *     NUEVO PLAZO IGUAL DESDE EL VENCIMIENTO, MISMA TASA.        *
      ******************************************************************
       2200-RENOVAR.
      *
           EXEC SQL
               UPDATE DEPOSITOS_PLAZO
                  SET FECHA_INICIO = FECHA_VENCIMIENTO
                     ,FECHA_VENCIMIENTO = FECHA_VENCIMIENTO
                                        + :DP-PLAZO-MESES MONTHS
                WHERE ID_DEPOSITO = :DP-ID-DEPOSITO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-RENOVAR'
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
           MOVE 'RENOVADO'               TO WK-RESULTADO
           ADD CT-1                      TO CN-RENOVADOS
      *
           .
       2200-RENOVAR-EXIT.
           EXIT.
      ******************************************************************
      *     2250-LIQUIDAR                                              *
      ******************************************************************
       2250-LIQUIDAR.
      *
           EXEC SQL
               UPDATE DEPOSITOS_PLAZO
                  SET ESTADO = 'V'
                WHERE ID_DEPOSITO = :DP-ID-DEPOSITO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2250-LIQUIDAR'
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
           MOVE 'PAGADO'                 TO WK-RESULTADO
           ADD CT-1                      TO CN-PAGADOS
           ADD DP-IMPORTE                TO WK-PRINCIPAL-TOTAL
      *
           .
       2250-LIQUIDAR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GRABAR-MOVIMIENTO                                     *
      *     APUNTE EN LA CUENTA VINCULADA CON EL SALDO RESULTANTE TRAS *
      *     ESE APUNTE. LA REFERENCIA IDENTIFICA EL DEPOSITO.          *
      ******************************************************************
       2300-GRABAR-MOVIMIENTO.
      *
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE DP-DIVISA                TO MV-DIVISA
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
              DISPLAY 'PARRAFO: 2300-GRABAR-MOVIMIENTO'
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
       2300-GRABAR-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-LINEA-DIARIO                                          *
      ******************************************************************
       2500-LINEA-DIARIO.
      *
           MOVE DP-ID-DEPOSITO           TO ID-DEPOSITO-DIA
           MOVE DP-BANCO                 TO BANCO-DIA
           MOVE DP-OFICINA               TO OFICINA-DIA
           MOVE DP-DC                    TO DC-DIA
           MOVE DP-NUM-CUENTA            TO CUENTA-DIA
           MOVE DP-IMPORTE               TO PRINCIPAL-DIA
           MOVE WK-INTERES               TO INTERES-DIA
           MOVE WK-RETENCION             TO RETENCION-DIA
           MOVE DP-FECHA-VENCIMIENTO     TO VENCIMIENTO-DIA
           MOVE WK-RESULTADO             TO RESULTADO-DIA
      *
           WRITE REG-FDIARIO FROM LINEA-DIARIO
      *
           IF FS-FDIARIO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDIARIO'
              DISPLAY 'PARRAFO: 2500-LINEA-DIARIO'
              DISPLAY 'FILE STATUS: ' FS-FDIARIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-LINEA-DIARIO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-FIN-DEPOSITOS
              EXEC SQL
                  CLOSE CUR-DEPOSITOS
              END-EXEC
           END-IF
      *
           CLOSE FDIARIO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   V E N C D E P O    **'
           DISPLAY '***********************************'
           DISPLAY '*DEPOSITOS VENCIDOS : ' CN-VENCIDOS '      *'
           DISPLAY '*PAGADOS            : ' CN-PAGADOS '      *'
           DISPLAY '*RENOVADOS          : ' CN-RENOVADOS '      *'
           DISPLAY '*INCIDENCIAS        : ' CN-INCIDENCIAS '      *'
           DISPLAY '*PRINCIPAL DEVUELTO : ' WK-PRINCIPAL-TOTAL
           DISPLAY '*INTERES BRUTO      : ' WK-INTERES-TOTAL
           DISPLAY '*RETENIDO FISCAL    : ' WK-RETENCION-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-DEPOSITO                                         *
      ******************************************************************
       9000-LEER-DEPOSITO.
      *
           EXEC SQL
               FETCH CUR-DEPOSITOS
                INTO :DP-ID-DEPOSITO
                    ,:DP-BANCO
                    ,:DP-OFICINA
                    ,:DP-DC
                    ,:DP-NUM-CUENTA
                    ,:DP-IMPORTE
                    ,:DP-DIVISA
                    ,:DP-PLAZO-MESES
                    ,:DP-TASA-ANUAL
                    ,:DP-FECHA-INICIO
                    ,:DP-FECHA-VENCIMIENTO
                    ,:DP-RENOVACION
                    ,:WK-DIAS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-VENCIDOS
               WHEN 100
                    SET SI-FIN-DEPOSITOS TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-DEPOSITOS'
                    DISPLAY 'PARRAFO: 9000-LEER-DEPOSITO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-DEPOSITO-EXIT.
           EXIT.
