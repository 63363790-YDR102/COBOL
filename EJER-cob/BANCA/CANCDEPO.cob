      ******************************************************************
      ** C A N C D E P O.-CANCELACION ANTICIPADA DE DEPOSITOS A PLAZO.**
      **                  LEE LAS PETICIONES DE CANCELACION (NUMERO DE**
      **                  DEPOSITO) Y, PARA CADA DEPOSITO VIVO Y NO   **
      **                  VENCIDO:                                    **
      **                  - BUSCA LA TASA DE PENALIZACION VIGENTE POR **
      **                    TRAMO DE PLAZO (0 SI NO HAY TRAMO).       **
      **                  - INTERES = IMPORTE X (TASA PACTADA - TASA  **
      **                    DE PENALIZACION, SIN BAJAR DE CERO) X DIAS**
      **                    TRANSCURRIDOS / 100 / 365.                **
      **                  - ABONA EN LA CUENTA VINCULADA EL INTERES   **
      **                    ('I'), SU RETENCION ('R') Y EL PRINCIPAL  **
      **                    ('D') Y DEJA EL DEPOSITO CANCELADO ('C'). **
      **                  EL LISTADO DE CANCELACIONES MUESTRA EL      **
      **                  INTERES A TASA PACTADA, LA PENALIZACION     **
      **                  (DIFERENCIA) Y EL NETO PAGADO.              **
      **                  PARAMETRO POR SYSIN: TASA DE RETENCION      **
      **                  FISCAL (19,000 POR DEFECTO).                **
      **                  RETURN-CODE 4 SI HAY RECHAZOS.              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CANCDEPO.
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
           SELECT FCANCDEP ASSIGN TO FCANCDEP
           FILE STATUS FS-FCANCDEP.
      *
           SELECT FCANCELA ASSIGN TO FCANCELA
           FILE STATUS FS-FCANCELA.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCANCDEP
           RECORDING MODE IS F.
       01  REG-FCANCDEP               PIC X(0020).
      *    PETICIONES DE CANCELACION ANTICIPADA
      *
       FD FCANCELA
           RECORDING MODE IS F.
       01  REG-FCANCELA               PIC X(0132).
      *    LISTADO DE CANCELACIONES CON SU PENALIZACION
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    PETICIONES RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCANCDEP            PIC X(02).
           05  FS-FCANCELA            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'CANCDEPO'.
           05  CT-TIPO-INTERES        PIC X(01) VALUE 'I'.
           05  CT-TIPO-RETENCION      PIC X(01) VALUE 'R'.
           05  CT-TIPO-DEPOSITO       PIC X(01) VALUE 'D'.
           05  CT-MOTIVO-DATOS        PIC X(20) VALUE
               'DEPOSITO NO NUMERICO'.
           05  CT-MOTIVO-NO-EXISTE    PIC X(20) VALUE
               'DEPOSITO NO EXISTE'.
           05  CT-MOTIVO-NO-VIVO      PIC X(20) VALUE
               'DEPOSITO NO VIVO'.
           05  CT-MOTIVO-VENCIDO      PIC X(20) VALUE
               'DEPOSITO VENCIDO'.
           05  CT-MOTIVO-CUENTA       PIC X(20) VALUE
               'CUENTA NO EXISTE'.
           05  CT-MOTIVO-CERRADA      PIC X(20) VALUE
               'CUENTA CERRADA'.
           05  CT-MOTIVO-BLOQUEADA    PIC X(20) VALUE
               'CUENTA BLOQUEADA'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(05).
           05  CN-CANCELADOS          PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-TASA-RETENCION-E    PIC 9(02)V9(03).
           05  WK-MOTIVO              PIC X(20).
           05  WK-ESTADO              PIC X(01).
           05  WK-VENCIDO             PIC X(01).
           05  WK-DIAS                PIC S9(09) COMP.
           05  WK-TASA-APLICADA       PIC S9(02)V9(03) COMP-3.
           05  WK-INTERES-PACTADO     PIC S9(15)V9(02) COMP-3.
           05  WK-INTERES             PIC S9(15)V9(02) COMP-3.
           05  WK-PENALIZACION        PIC S9(15)V9(02) COMP-3.
           05  WK-RETENCION           PIC S9(15)V9(02) COMP-3.
           05  WK-NETO                PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-PRINCIPAL-TOTAL     PIC S9(15)V9(02) COMP-3.
           05  WK-PENALIZACION-TOTAL  PIC S9(15)V9(02) COMP-3.
           05  WK-NETO-TOTAL          PIC S9(15)V9(02) COMP-3.
      *
      * PETICION DE CANCELACION
       01  DATOS-CANCELACION.
           05  ID-DEPOSITO-CAN        PIC 9(09).
           05  FILLER                 PIC X(11).
      *
       01  LINEA-CANCELA.
           05  ID-DEPOSITO-LIN        PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-LIN             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRINCIPAL-LIN          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIAS-LIN               PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TASA-LIN               PIC Z9,999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PENAL-TASA-LIN         PIC Z9,999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INTERES-PACTADO-LIN    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PENALIZACION-LIN       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RETENCION-LIN          PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NETO-LIN               PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  ID-DEPOSITO-RECH       PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(49) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FCANCDEP        PIC X(01).
               88  SI-FIN-FCANCDEP              VALUE 'S'.
               88  NO-FIN-FCANCDEP              VALUE 'N'.
           05  SW-PETICION-VALIDA     PIC X(01).
               88  SI-PETICION-VALIDA           VALUE 'S'.
               88  NO-PETICION-VALIDA           VALUE 'N'.
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
      *--------DCLGEN PENALIZACION_DEPOS--*
      *
           EXEC SQL
               INCLUDE TBPENDEP
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
             UNTIL SI-FIN-FCANCDEP
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
                      DATOS-CANCELACION
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDEPOSITOS-PLAZO
                      DCLPENALIZACION-DEPOSITOS
      *
           ACCEPT WK-TASA-RETENCION-E FROM SYSIN
      *
           IF WK-TASA-RETENCION-E = 0
              MOVE 19                    TO WK-TASA-RETENCION-E
              DISPLAY 'CANCDEPO: RETENCION POR DEFECTO: 19,000 %'
           ELSE
              DISPLAY 'CANCDEPO: TASA DE RETENCION: '
                      WK-TASA-RETENCION-E ' %'
           END-IF
      *
           SET NO-FIN-FCANCDEP           TO TRUE
      *
           OPEN INPUT  FCANCDEP
           OPEN OUTPUT FCANCELA
                       FRECHAZO
      *
           IF FS-FCANCDEP NOT = CT-00
              OR FS-FCANCELA NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCANCDEP ' ' FS-FCANCELA
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FCANCDEP
              THRU 9000-LEER-FCANCDEP-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-PETICION
              THRU 2100-VALIDAR-PETICION-EXIT
      *
           IF SI-PETICION-VALIDA
              PERFORM 2200-CALCULAR-INTERES
                 THRU 2200-CALCULAR-INTERES-EXIT
              PERFORM 2300-CANCELAR
                 THRU 2300-CANCELAR-EXIT
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FCANCDEP
              THRU 9000-LEER-FCANCDEP-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-PETICION                                      *
      *     DEPOSITO EXISTENTE, VIVO Y AUN NO VENCIDO (LOS VENCIDOS    *
      *     LOS LIQUIDA VENCDEPO) Y CUENTA VINCULADA OPERATIVA.        *
      ******************************************************************
       2100-VALIDAR-PETICION.
      *
           SET SI-PETICION-VALIDA        TO TRUE
      *
           IF ID-DEPOSITO-CAN IS NOT NUMERIC
              SET NO-PETICION-VALIDA     TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2100-VALIDAR-PETICION-EXIT
           END-IF
      *
           MOVE ID-DEPOSITO-CAN          TO DP-ID-DEPOSITO
      *
           EXEC SQL
               SELECT BANCO
                     ,OFICINA
                     ,DC
                     ,NUM_CUENTA
                     ,IMPORTE
                     ,DIVISA
                     ,PLAZO_MESES
                     ,TASA_ANUAL
                     ,ESTADO
                     ,DAYS(CURRENT DATE) - DAYS(FECHA_INICIO)
                     ,CASE WHEN FECHA_VENCIMIENTO <= CURRENT DATE
                           THEN 'S' ELSE 'N' END
                 INTO :DP-BANCO
                     ,:DP-OFICINA
                     ,:DP-DC
                     ,:DP-NUM-CUENTA
                     ,:DP-IMPORTE
                     ,:DP-DIVISA
                     ,:DP-PLAZO-MESES
                     ,:DP-TASA-ANUAL
                     ,:DP-ESTADO
                     ,:WK-DIAS
                     ,:WK-VENCIDO
                 FROM DEPOSITOS_PLAZO
                WHERE ID_DEPOSITO = :DP-ID-DEPOSITO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-PETICION-VALIDA       TO TRUE
                    MOVE CT-MOTIVO-NO-EXISTE     TO WK-MOTIVO
                    GO TO 2100-VALIDAR-PETICION-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-PETICION'
                    DISPLAY 'TABLA: DEPOSITOS_PLAZO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF DP-ESTADO NOT = 'A'
              SET NO-PETICION-VALIDA     TO TRUE
              MOVE CT-MOTIVO-NO-VIVO     TO WK-MOTIVO
              GO TO 2100-VALIDAR-PETICION-EXIT
           END-IF
      *
           IF WK-VENCIDO = 'S'
              SET NO-PETICION-VALIDA     TO TRUE
              MOVE CT-MOTIVO-VENCIDO     TO WK-MOTIVO
              GO TO 2100-VALIDAR-PETICION-EXIT
           END-IF
      *
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
           EVALUATE TRUE
               WHEN SQLCODE = 100
                    SET NO-PETICION-VALIDA       TO TRUE
                    MOVE CT-MOTIVO-CUENTA        TO WK-MOTIVO
               WHEN SQLCODE NOT = 0
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-PETICION'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
               WHEN WK-ESTADO = 'C'
                    SET NO-PETICION-VALIDA       TO TRUE
                    MOVE CT-MOTIVO-CERRADA       TO WK-MOTIVO
               WHEN WK-ESTADO = 'B'
                    SET NO-PETICION-VALIDA       TO TRUE
                    MOVE CT-MOTIVO-BLOQUEADA     TO WK-MOTIVO
           END-EVALUATE
      *
           .
       2100-VALIDAR-PETICION-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CALCULAR-INTERES                                      *
      *     TASA DE PENALIZACION VIGENTE PARA EL TRAMO DEL PLAZO; SE   *
      *     RESTA A LA TASA PACTADA SIN BAJAR DE CERO Y SE APLICA A    *
      *     LOS DIAS TRANSCURRIDOS. LA PENALIZACION ES LA DIFERENCIA   *
      *     CON EL INTERES A TASA PACTADA.                             *
      ******************************************************************
       2200-CALCULAR-INTERES.
      *
           EXEC SQL
               SELECT TASA_PENALIZACION
                 INTO :PZ-TASA-PENALIZACION
                 FROM PENALIZACION_DEPOSITOS
                WHERE PLAZO_DESDE <= :DP-PLAZO-MESES
                  AND PLAZO_HASTA >= :DP-PLAZO-MESES
                  AND FECHA_EFECTIVA <= CURRENT DATE
                ORDER BY FECHA_EFECTIVA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO PZ-TASA-PENALIZACION
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-CALCULAR-INTERES'
                    DISPLAY 'TABLA: PENALIZACION_DEPOSITOS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF PZ-TASA-PENALIZACION < DP-TASA-ANUAL
              COMPUTE WK-TASA-APLICADA =
                      DP-TASA-ANUAL - PZ-TASA-PENALIZACION
           ELSE
              MOVE 0                     TO WK-TASA-APLICADA
           END-IF
      *
           IF WK-DIAS > 0
              COMPUTE WK-INTERES-PACTADO ROUNDED =
                      DP-IMPORTE * DP-TASA-ANUAL * WK-DIAS
                      / 100 / 365
              COMPUTE WK-INTERES ROUNDED =
                      DP-IMPORTE * WK-TASA-APLICADA * WK-DIAS
                      / 100 / 365
           ELSE
              MOVE 0                     TO WK-DIAS
                                            WK-INTERES-PACTADO
                                            WK-INTERES
           END-IF
      *
           COMPUTE WK-PENALIZACION = WK-INTERES-PACTADO - WK-INTERES
           COMPUTE WK-RETENCION ROUNDED =
                   WK-INTERES * WK-TASA-RETENCION-E / 100
           COMPUTE WK-NETO = DP-IMPORTE + WK-INTERES - WK-RETENCION
      *
           .
       2200-CALCULAR-INTERES-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CANCELAR                                              *
      *     INTERES, RETENCION Y PRINCIPAL A LA CUENTA VINCULADA Y     *
      *     DEPOSITO CANCELADO, EN UNA SOLA UNIDAD DE TRABAJO.         *
      ******************************************************************
       2300-CANCELAR.
      *
           MOVE TB-SALDO                 TO WK-SALDO-NUEVO
      *
           IF WK-INTERES NOT = 0
              ADD WK-INTERES             TO WK-SALDO-NUEVO
              MOVE CT-TIPO-INTERES       TO MV-TIPO-MOVIMIENTO
              MOVE WK-INTERES            TO WK-IMPORTE-APUNTE
              PERFORM 2400-GRABAR-MOVIMIENTO
                 THRU 2400-GRABAR-MOVIMIENTO-EXIT
           END-IF
      *
           IF WK-RETENCION NOT = 0
              SUBTRACT WK-RETENCION      FROM WK-SALDO-NUEVO
              MOVE CT-TIPO-RETENCION     TO MV-TIPO-MOVIMIENTO
              COMPUTE WK-IMPORTE-APUNTE = WK-RETENCION * -1
              PERFORM 2400-GRABAR-MOVIMIENTO
                 THRU 2400-GRABAR-MOVIMIENTO-EXIT
           END-IF
      *
           ADD DP-IMPORTE                TO WK-SALDO-NUEVO
           MOVE CT-TIPO-DEPOSITO         TO MV-TIPO-MOVIMIENTO
           MOVE DP-IMPORTE               TO WK-IMPORTE-APUNTE
           PERFORM 2400-GRABAR-MOVIMIENTO
              THRU 2400-GRABAR-MOVIMIENTO-EXIT
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
              DISPLAY 'PARRAFO: 2300-CANCELAR'
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
               UPDATE DEPOSITOS_PLAZO
                  SET ESTADO = 'C'
                     ,FECHA_CANCELACION = CURRENT DATE
                WHERE ID_DEPOSITO = :DP-ID-DEPOSITO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-CANCELAR'
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
           ADD CT-1                      TO CN-CANCELADOS
           ADD DP-IMPORTE                TO WK-PRINCIPAL-TOTAL
           ADD WK-PENALIZACION           TO WK-PENALIZACION-TOTAL
           ADD WK-NETO                   TO WK-NETO-TOTAL
      *
           PERFORM 2500-ESCRIBIR-CANCELA
              THRU 2500-ESCRIBIR-CANCELA-EXIT
      *
           .
       2300-CANCELAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-GRABAR-MOVIMIENTO                                     *
      ******************************************************************
       2400-GRABAR-MOVIMIENTO.
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
                  ID-DEPOSITO-CAN        DELIMITED BY SIZE
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
              DISPLAY 'PARRAFO: 2400-GRABAR-MOVIMIENTO'
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
       2400-GRABAR-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ESCRIBIR-CANCELA                                      *
      ******************************************************************
       2500-ESCRIBIR-CANCELA.
      *
           MOVE ID-DEPOSITO-CAN          TO ID-DEPOSITO-LIN
           MOVE SPACES                   TO CUENTA-LIN
           STRING DP-BANCO               DELIMITED BY SIZE
                  DP-OFICINA             DELIMITED BY SIZE
                  DP-DC                  DELIMITED BY SIZE
                  DP-NUM-CUENTA          DELIMITED BY SIZE
             INTO CUENTA-LIN
           MOVE DP-IMPORTE               TO PRINCIPAL-LIN
           MOVE WK-DIAS                  TO DIAS-LIN
           MOVE DP-TASA-ANUAL            TO TASA-LIN
           MOVE PZ-TASA-PENALIZACION     TO PENAL-TASA-LIN
           MOVE WK-INTERES-PACTADO       TO INTERES-PACTADO-LIN
           MOVE WK-PENALIZACION          TO PENALIZACION-LIN
           MOVE WK-RETENCION             TO RETENCION-LIN
           MOVE WK-NETO                  TO NETO-LIN
      *
           WRITE REG-FCANCELA FROM LINEA-CANCELA
      *
           IF FS-FCANCELA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCANCELA'
              DISPLAY 'PARRAFO: 2500-ESCRIBIR-CANCELA'
              DISPLAY 'FILE STATUS: ' FS-FCANCELA
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-ESCRIBIR-CANCELA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE ID-DEPOSITO-CAN          TO ID-DEPOSITO-RECH
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
           ADD CT-1                      TO CN-RECHAZADAS
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
           CLOSE FCANCDEP
                 FCANCELA
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C A N C D E P O    **'
           DISPLAY '***********************************'
           DISPLAY '*PETICIONES LEIDAS  : ' CN-LEIDAS '      *'
           DISPLAY '*CANCELADOS         : ' CN-CANCELADOS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
           DISPLAY '*PRINCIPAL DEVUELTO : ' WK-PRINCIPAL-TOTAL
           DISPLAY '*PENALIZACION       : ' WK-PENALIZACION-TOTAL
           DISPLAY '*NETO PAGADO        : ' WK-NETO-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FCANCDEP                                         *
      ******************************************************************
       9000-LEER-FCANCDEP.
      *
           READ FCANCDEP INTO DATOS-CANCELACION
      *
           EVALUATE FS-FCANCDEP
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FCANCDEP  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FCANCDEP'
                    DISPLAY 'PARRAFO: 9000-LEER-FCANCDEP'
                    DISPLAY 'FILE STATUS: ' FS-FCANCDEP
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FCANCDEP-EXIT.
           EXIT.
