      ******************************************************************
      ** R E M E M B A R.-REMESA DE EMBARGOS A LA AUTORIDAD. RECORRE  **
      **                  LAS ORDENES DE EMBARGO ACTIVAS: LO QUE      **
      **                  TENGAN RETENIDO SE CARGA EN LA CUENTA DEL   **
      **                  CLIENTE Y SE ENVIA AL IBAN DE LA AUTORIDAD  **
      **                  COMO TRANSFERENCIA A OTRA ENTIDAD (CUENTA   **
      **                  PUENTE, TRANSFERENCIAS_EMITIDAS Y FICHERO A **
      **                  LA CAMARA, IGUAL QUE TRANSFER), PASANDO DE  **
      **                  RETENIDO A REMITIDO. LA ORDEN QUEDA         **
      **                  FINALIZADA AL REMITIR TODO LO ORDENADO.     **
      **                  EMITE LA POSICION DE CADA ORDEN ACTIVA:     **
      **                  ORDENADO, REMITIDO, REMITIDO HOY Y LO QUE   **
      **                  FALTA POR CUBRIR.                           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   REMEMBAR.
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
           SELECT FEMISION ASSIGN TO FEMISION
           FILE STATUS FS-FEMISION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    POSICION DE LAS ORDENES DE EMBARGO
      *
       FD FEMISION
           RECORDING MODE IS F.
       01  REG-FEMISION               PIC X(0150).
      *    FICHERO INTERBANCARIO DE TRANSFERENCIAS EMITIDAS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FEMISION            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'REMEMBAR'.
           05  CT-TIPO-EMBARGO        PIC X(01) VALUE 'J'.
      *
       01  CN-CONTADORES.
           05  CN-ORDENES             PIC 9(05).
           05  CN-REMITIDAS           PIC 9(05).
           05  CN-FINALIZADAS         PIC 9(05).
           05  CN-EMITIDAS            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-SALDO-CLIENTE       PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-PUENTE        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-CLIENTE      PIC X(03).
           05  WK-DIVISA-APUNTE       PIC X(03).
           05  WK-CAMBIO              PIC S9(03)V9(05) COMP-3.
           05  WK-CAMBIO-APUNTE       PIC S9(03)V9(05) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-REMITIDO-HOY        PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EMITIDO     PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-REMITIDO    PIC S9(15)V9(02) COMP-3.
           05  WK-NUEVO-ESTADO        PIC X(01).
           05  WK-FECHA-HOY           PIC 9(08).
           05  WK-HORA-HOY            PIC 9(08).
      *
       01  WK-CUENTA-CLIENTE.
           05  WK-CLI-BANCO           PIC X(04).
           05  WK-CLI-OFICINA         PIC X(04).
           05  WK-CLI-DC              PIC X(02).
           05  WK-CLI-NUMERO          PIC X(10).
      *
       COPY CPYIBAN.
      *
       COPY CPYPUENT.
      *
       COPY CPYTRFEM.
      *
       01  LINEA-POSICION.
           05  ID-POS                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-POS             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TIPO-POS               PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REFERENCIA-POS         PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ORDENADO-POS           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REMITIDO-HOY-POS       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REMITIDO-POS           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PENDIENTE-POS          PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ESTADO-POS             PIC X(10).
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-EMBARGOS        PIC X(01).
               88  SI-FIN-EMBARGOS              VALUE 'S'.
               88  NO-FIN-EMBARGOS              VALUE 'N'.
           05  SW-CURSOR-ABIERTO      PIC X(01).
               88  SI-CURSOR-ABIERTO            VALUE 'S'.
               88  NO-CURSOR-ABIERTO            VALUE 'N'.
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
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      *--------DCLGEN TRANSFERENCIAS_EMITIDAS*
      *
           EXEC SQL
               INCLUDE TBTRFEMI
           END-EXEC.
      *
      *--------CURSOR DE ORDENES ACTIVAS POR CUENTA--------------------*
      *
           EXEC SQL
               DECLARE CUR-EMBARGOS CURSOR WITH HOLD FOR
               SELECT ID_EMBARGO
                     ,BANCO
                     ,OFICINA
                     ,DC
                     ,NUM_CUENTA
                     ,TIPO_AUTORIDAD
                     ,REFERENCIA_ORDEN
                     ,IBAN_AUTORIDAD
                     ,IMPORTE_ORDENADO
                     ,IMPORTE_RETENIDO
                     ,IMPORTE_REMITIDO
                 FROM EMBARGOS
                WHERE ESTADO = 'A'
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
             UNTIL SI-FIN-EMBARGOS
      *
           PERFORM 2800-ESCRIBIR-TOTALES
              THRU 2800-ESCRIBIR-TOTALES-EXIT
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
                      DCLDIVISAS
                      DCLEMBARGOS
                      DCLTRANSFERENCIAS-EMITIDAS
      *
           SET NO-FIN-EMBARGOS           TO TRUE
           SET NO-CURSOR-ABIERTO         TO TRUE
      *
           OPEN OUTPUT FINFORME
                       FEMISION
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FEMISION
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
      * CABECERA DEL FICHERO INTERBANCARIO: SE GRABA SIEMPRE, AUNQUE
      * NO HAYA NADA RETENIDO QUE REMITIR
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY FROM TIME
      *
           MOVE CT-ENTIDAD-COMP          TO ENTIDAD-TRC
           MOVE WK-FECHA-HOY             TO FECHA-TRC
           STRING CT-PGM                 DELIMITED BY SIZE
                  WK-FECHA-HOY           DELIMITED BY SIZE
                  WK-HORA-HOY (1:4)      DELIMITED BY SIZE
             INTO REFERENCIA-TRC
      *
           WRITE REG-FEMISION FROM REG-TRF-CABECERA
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-EMBARGOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-EMBARGOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET SI-CURSOR-ABIERTO         TO TRUE
      *
           PERFORM 9000-LEER-EMBARGO
              THRU 9000-LEER-EMBARGO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE 0                        TO WK-REMITIDO-HOY
           MOVE 'A'                      TO WK-NUEVO-ESTADO
      *
           IF EM-IMPORTE-RETENIDO > 0
              PERFORM 2100-REMITIR-RETENIDO
                 THRU 2100-REMITIR-RETENIDO-EXIT
           END-IF
      *
           PERFORM 2500-LINEA-POSICION
              THRU 2500-LINEA-POSICION-EXIT
      *
           PERFORM 9000-LEER-EMBARGO
              THRU 9000-LEER-EMBARGO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-REMITIR-RETENIDO                                      *
      *     CARGO AL CLIENTE DE LO RETENIDO, ABONO EN LA CUENTA PUENTE *
      *     (EN EUR), TRANSFERENCIA EMITIDA AL IBAN DE LA AUTORIDAD Y  *
      *     PASO DE RETENIDO A REMITIDO, CON UN UNICO COMMIT. LO       *
      *     RETENIDO ESTA EN LA DIVISA DE LA CUENTA; LO REMITIDO SE    *
      *     ACUMULA POR SU CONTRAVALOR EN EUR, COMO LO ORDENADO.       *
      ******************************************************************
       2100-REMITIR-RETENIDO.
      *
           MOVE EM-BANCO                 TO WK-CLI-BANCO
           MOVE EM-OFICINA               TO WK-CLI-OFICINA
           MOVE EM-DC                    TO WK-CLI-DC
           MOVE EM-NUM-CUENTA            TO WK-CLI-NUMERO
           MOVE EM-BANCO                 TO TB-BANCO
           MOVE EM-OFICINA               TO TB-OFICINA
           MOVE EM-NUM-CUENTA            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(DIVISA, 'EUR')
                 INTO :WK-SALDO-CLIENTE
                     ,:WK-DIVISA-CLIENTE
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-REMITIR-RETENIDO'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2150-CONVERTIR-EUR
              THRU 2150-CONVERTIR-EUR-EXIT
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-CLIENTE - EM-IMPORTE-RETENIDO
           MOVE EM-DC                    TO TB-DC
           COMPUTE WK-IMPORTE-APUNTE = EM-IMPORTE-RETENIDO * -1
           MOVE WK-DIVISA-CLIENTE        TO WK-DIVISA-APUNTE
           MOVE WK-CAMBIO                TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           MOVE CT-BANCO-PUENTE          TO TB-BANCO
           MOVE CT-OFICINA-PUENTE        TO TB-OFICINA
           MOVE CT-NUMERO-PUENTE         TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                 INTO :WK-SALDO-PUENTE
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-REMITIR-RETENIDO'
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
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-PUENTE + WK-IMPORTE-EUR
           MOVE CT-DC-PUENTE             TO TB-DC
           MOVE WK-IMPORTE-EUR           TO WK-IMPORTE-APUNTE
           MOVE 'EUR'                    TO WK-DIVISA-APUNTE
           MOVE 1                        TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           PERFORM 2300-REGISTRAR-EMISION
              THRU 2300-REGISTRAR-EMISION-EXIT
      *
           MOVE WK-IMPORTE-EUR           TO WK-REMITIDO-HOY
           IF EM-IMPORTE-REMITIDO + WK-REMITIDO-HOY
              NOT < EM-IMPORTE-ORDENADO
              MOVE 'F'                   TO WK-NUEVO-ESTADO
           END-IF
      *
           EXEC SQL
               UPDATE EMBARGOS
                  SET IMPORTE_REMITIDO = IMPORTE_REMITIDO
                                       + :WK-REMITIDO-HOY
                     ,IMPORTE_RETENIDO = 0
                     ,ESTADO = :WK-NUEVO-ESTADO
                WHERE ID_EMBARGO = :EM-ID-EMBARGO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-REMITIR-RETENIDO'
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
           ADD CT-1                      TO CN-REMITIDAS
           ADD WK-REMITIDO-HOY           TO WK-IMPORTE-REMITIDO
           IF WK-NUEVO-ESTADO = 'F'
              ADD CT-1                   TO CN-FINALIZADAS
           END-IF
      *
           PERFORM 2700-ESCRIBIR-DETALLE
              THRU 2700-ESCRIBIR-DETALLE-EXIT
      *
           .
       2100-REMITIR-RETENIDO-EXIT.
           EXIT.
      ******************************************************************
      *     2150-CONVERTIR-EUR                                         *
      *     LA CAMARA SOLO LIQUIDA EN EUR: SI LA CUENTA ES DE OTRA     *
      *     DIVISA SE CONVIERTE CON EL CAMBIO VIGENTE DE DIVISAS.      *
      ******************************************************************
       2150-CONVERTIR-EUR.
      *
           MOVE 1                        TO WK-CAMBIO
           MOVE EM-IMPORTE-RETENIDO      TO WK-IMPORTE-EUR
      *
           IF WK-DIVISA-CLIENTE = 'EUR'
              GO TO 2150-CONVERTIR-EUR-EXIT
           END-IF
      *
           MOVE WK-DIVISA-CLIENTE        TO DV-DIVISA
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
              DISPLAY 'PARRAFO: 2150-CONVERTIR-EUR'
              DISPLAY 'TABLA: DIVISAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE DV-CAMBIO                TO WK-CAMBIO
           COMPUTE WK-IMPORTE-EUR ROUNDED =
                   EM-IMPORTE-RETENIDO / WK-CAMBIO
      *
           .
       2150-CONVERTIR-EUR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-REGISTRAR-EMISION                                     *
      *     LA REMESA QUEDA COMO TRANSFERENCIA EMITIDA: SU ID VIAJA    *
      *     COMO REFERENCIA Y UNA DEVOLUCION LA TRATA DEVTRANS.        *
      ******************************************************************
       2300-REGISTRAR-EMISION.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_TRANSFERENCIA), 0) + 1
                 INTO :TE-ID-TRANSFERENCIA
                 FROM TRANSFERENCIAS_EMITIDAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-REGISTRAR-EMISION'
              DISPLAY 'TABLA: TRANSFERENCIAS_EMITIDAS'
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
           MOVE WK-CUENTA-CLIENTE        TO TE-CUENTA-ORIGEN
           MOVE EM-IBAN-AUTORIDAD        TO TE-IBAN-DESTINO
           MOVE WK-IMPORTE-EUR           TO TE-IMPORTE
           MOVE EM-REFERENCIA-ORDEN      TO TE-CONCEPTO
           MOVE 0                        TO TE-ID-ORDEN
           MOVE CT-PGM                   TO TE-NOMBRE-PGM
      *
           EXEC SQL
               INSERT INTO TRANSFERENCIAS_EMITIDAS
                      (ID_TRANSFERENCIA
                      ,CUENTA_ORIGEN
                      ,IBAN_DESTINO
                      ,IMPORTE
                      ,CONCEPTO
                      ,ID_ORDEN
                      ,NOMBRE_PGM
                      ,FECHA_EMISION
                      ,ESTADO)
                      VALUES(
                       :TE-ID-TRANSFERENCIA
                      ,:TE-CUENTA-ORIGEN
                      ,:TE-IBAN-DESTINO
                      ,:TE-IMPORTE
                      ,:TE-CONCEPTO
                      ,:TE-ID-ORDEN
                      ,:TE-NOMBRE-PGM
                      ,CURRENT DATE
                      ,'E')
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-REGISTRAR-EMISION'
              DISPLAY 'TABLA: TRANSFERENCIAS_EMITIDAS'
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
       2300-REGISTRAR-EMISION-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONTABILIZAR-APUNTE                                   *
      *     UPDATE DEL SALDO + INSERT EN EL LIBRO MAYOR. UN ERROR      *
      *     DESHACE LA REMESA ENTERA Y ABORTA.                         *
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
           MOVE CT-TIPO-EMBARGO          TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE WK-DIVISA-APUNTE         TO MV-DIVISA
           MOVE WK-CAMBIO-APUNTE         TO MV-CAMBIO-APLICADO
           MOVE EM-REFERENCIA-ORDEN      TO MV-REFERENCIA
           MOVE EM-IBAN-AUTORIDAD        TO MV-ORDENANTE
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
                      ,CAMBIO_APLICADO
                      ,REFERENCIA
                      ,ORDENANTE)
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
                      ,:MV-CAMBIO-APLICADO
                      ,:MV-REFERENCIA
                      ,:MV-ORDENANTE)
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
      *     2500-LINEA-POSICION                                        *
      *     POSICION DE LA ORDEN TRAS LA REMESA DEL DIA.               *
      ******************************************************************
       2500-LINEA-POSICION.
      *
           MOVE EM-ID-EMBARGO            TO ID-POS
           MOVE EM-BANCO                 TO WK-CLI-BANCO
           MOVE EM-OFICINA               TO WK-CLI-OFICINA
           MOVE EM-DC                    TO WK-CLI-DC
           MOVE EM-NUM-CUENTA            TO WK-CLI-NUMERO
           MOVE WK-CUENTA-CLIENTE        TO CUENTA-POS
           MOVE EM-TIPO-AUTORIDAD        TO TIPO-POS
           MOVE EM-REFERENCIA-ORDEN      TO REFERENCIA-POS
           MOVE EM-IMPORTE-ORDENADO      TO ORDENADO-POS
           MOVE WK-REMITIDO-HOY          TO REMITIDO-HOY-POS
           COMPUTE REMITIDO-POS = EM-IMPORTE-REMITIDO
                                + WK-REMITIDO-HOY
           COMPUTE PENDIENTE-POS = EM-IMPORTE-ORDENADO
                                 - EM-IMPORTE-REMITIDO
                                 - WK-REMITIDO-HOY
      *
           IF WK-NUEVO-ESTADO = 'F'
              MOVE 'FINALIZADA'          TO ESTADO-POS
           ELSE
              MOVE 'ACTIVA    '          TO ESTADO-POS
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-POSICION
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-LINEA-POSICION'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-LINEA-POSICION-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-DETALLE                                      *
      *     DETALLE DEL FICHERO INTERBANCARIO: ORDENANTE EL IBAN DE LA *
      *     CUENTA EMBARGADA, BENEFICIARIO LA AUTORIDAD Y COMO         *
      *     CONCEPTO LA REFERENCIA DE LA ORDEN.                        *
      ******************************************************************
       2700-ESCRIBIR-DETALLE.
      *
           INITIALIZE CPYIBAN
           MOVE 'G'                      TO OPCION-IBA
           MOVE WK-CUENTA-CLIENTE        TO CUENTA-IBA
      *
           CALL 'RUTIBAN' USING CPYIBAN
      *
           MOVE TE-ID-TRANSFERENCIA      TO REFERENCIA-TRD
           MOVE IBAN-S-IBA               TO IBAN-ORDENANTE-TRD
           MOVE EM-IBAN-AUTORIDAD        TO IBAN-BENEF-TRD
           MOVE TE-IMPORTE               TO IMPORTE-TRD
           MOVE 'EUR'                    TO DIVISA-TRD
           MOVE EM-REFERENCIA-ORDEN      TO CONCEPTO-TRD
           MOVE WK-FECHA-HOY             TO FECHA-EJEC-TRD
      *
           WRITE REG-FEMISION FROM REG-TRF-DETALLE
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-EMITIDAS
           ADD TE-IMPORTE                TO WK-IMPORTE-EMITIDO
      *
           .
       2700-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-TOTALES                                      *
      *     REGISTRO DE TOTALES DE CONTROL DEL FICHERO INTERBANCARIO.  *
      *     SOLO EN FIN NORMAL: UN FICHERO SIN TOTALES ES INCOMPLETO.  *
      ******************************************************************
       2800-ESCRIBIR-TOTALES.
      *
           MOVE CN-EMITIDAS              TO NUM-DETALLES-TRT
           MOVE WK-IMPORTE-EMITIDO       TO IMPORTE-TOTAL-TRT
      *
           WRITE REG-FEMISION FROM REG-TRF-TOTALES
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF SI-CURSOR-ABIERTO
              EXEC SQL
                  CLOSE CUR-EMBARGOS
              END-EXEC
           END-IF
      *
           CLOSE FINFORME
                 FEMISION
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R E M E M B A R    **'
           DISPLAY '***********************************'
           DISPLAY '*ORDENES ACTIVAS   : ' CN-ORDENES '       *'
           DISPLAY '*CON REMESA HOY    : ' CN-REMITIDAS '       *'
           DISPLAY '*FINALIZADAS HOY   : ' CN-FINALIZADAS '       *'
           DISPLAY '*A OTRAS ENTIDADES : ' CN-EMITIDAS '       *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-EMBARGO                                          *
      ******************************************************************
       9000-LEER-EMBARGO.
      *
           EXEC SQL
               FETCH CUR-EMBARGOS
                INTO :EM-ID-EMBARGO
                    ,:EM-BANCO
                    ,:EM-OFICINA
                    ,:EM-DC
                    ,:EM-NUM-CUENTA
                    ,:EM-TIPO-AUTORIDAD
                    ,:EM-REFERENCIA-ORDEN
                    ,:EM-IBAN-AUTORIDAD
                    ,:EM-IMPORTE-ORDENADO
                    ,:EM-IMPORTE-RETENIDO
                    ,:EM-IMPORTE-REMITIDO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-ORDENES
               WHEN 100
                    SET SI-FIN-EMBARGOS  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-EMBARGOS'
                    DISPLAY 'PARRAFO: 9000-LEER-EMBARGO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-EMBARGO-EXIT.
           EXIT.
      *
