      ******************************************************************
      ** F A C T P R O V.-PAGO DIRECTO DE FACTURAS DE REPARADORES     **
      **                  CONCERTADOS (TALLERES Y GREMIOS DE HOGAR)   **
      **                  CONTRA SINIESTROS DE AUTOS Y HOGAR. LEE EL  **
      **                  FICHERO DE FACTURAS (SINIESTRO, CIF DEL     **
      **                  REPARADOR, NUMERO DE FACTURA, HORAS, MANO   **
      **                  DE OBRA Y MATERIAL) Y PARA CADA UNA         **
      **                  COMPRUEBA:                                  **
      **                  - SINIESTRO ACEPTADO Y SIN FINIQUITO.       **
      **                  - REPARADOR DADO DE ALTA EN                 **
      **                    PROVEEDORES_REPARACION, ACTIVO Y DE LA    **
      **                    ESPECIALIDAD DEL RAMO DE LA POLIZA.       **
      **                  - FACTURA NO PAGADA ANTES.                  **
      **                  - IMPORTE NO SUPERIOR AL SALDO PENDIENTE    **
      **                    (INDEMNIZACION MENOS PAGOS_SINIESTROS) NI **
      **                    A LA RESERVA ABIERTA DEL SINIESTRO.       **
      **                  - MANO DE OBRA DENTRO DE LA TARIFA HORA     **
      **                    PACTADA. SI LA SUPERA LA FACTURA NO SE    **
      **                    PAGA: QUEDA RETENIDA ('R' EN              **
      **                    FACTURAS_PROVEEDORES) Y SALE EN EL        **
      **                    LISTADO DEL PERITO DEL SINIESTRO. SI EL   **
      **                    PERITO LA DA POR BUENA SE VUELVE A        **
      **                    PRESENTAR CON LA MARCA DE VISADO Y YA NO  **
      **                    SE CONTROLA LA TARIFA.                    **
      **                  LAS FACTURAS CORRECTAS SE PAGAN A LA CUENTA **
      **                  DEL REPARADOR CON REFERENCIA PROPIA, QUEDAN **
      **                  COMO PAGO 'P' EN PAGOS_SINIESTROS (PAGOSIN  **
      **                  LAS DESCUENTA DEL FINIQUITO) Y SU IMPORTE   **
      **                  SE DESCUENTA DE LA RESERVA ABIERTA.         **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FACTPROV.
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
           SELECT FFACTPRO ASSIGN TO FFACTPRO
           FILE STATUS FS-FFACTPRO.
      *
           SELECT FPAGOS ASSIGN TO FPAGOS
           FILE STATUS FS-FPAGOS.
      *
           SELECT FDIARIO ASSIGN TO FDIARIO
           FILE STATUS FS-FDIARIO.
      *
           SELECT FRETENID ASSIGN TO FRETENID
           FILE STATUS FS-FRETENID.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFACTPRO
           RECORDING MODE IS F.
       01  REG-FFACTPRO               PIC X(0080).
      *    FACTURAS DE REPARADORES CONTRA SINIESTROS
      *
       FD FPAGOS
           RECORDING MODE IS F.
       01  REG-FPAGOS                 PIC X(0080).
      *    ORDENES DE TRANSFERENCIA A LOS REPARADORES
      *
       FD FDIARIO
           RECORDING MODE IS F.
       01  REG-FDIARIO                PIC X(0100).
      *    DIARIO DE FACTURAS PAGADAS CON SALDO Y RESERVA RESTANTES
      *
       FD FRETENID
           RECORDING MODE IS F.
       01  REG-FRETENID               PIC X(0132).
      *    FACTURAS RETENIDAS PARA REVISION DEL PERITO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    FACTURAS RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFACTPRO            PIC X(02).
           05  FS-FPAGOS              PIC X(02).
           05  FS-FDIARIO             PIC X(02).
           05  FS-FRETENID            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MOTIVO-NO-NUMERICO  PIC X(20) VALUE
               'IMPORTES NO NUMERIC'.
           05  CT-MOTIVO-SIN-SINIES   PIC X(20) VALUE
               'SINIESTRO INEXISTENT'.
           05  CT-MOTIVO-NO-ACEPTADO  PIC X(20) VALUE
               'SINIESTRO NO ACEPTAD'.
           05  CT-MOTIVO-YA-PAGADO    PIC X(20) VALUE
               'SINIESTRO YA PAGADO'.
           05  CT-MOTIVO-SIN-REPARA   PIC X(20) VALUE
               'REPARADOR INEXISTENT'.
           05  CT-MOTIVO-REPARA-BAJA  PIC X(20) VALUE
               'REPARADOR DE BAJA'.
           05  CT-MOTIVO-ESPECIALIDAD PIC X(20) VALUE
               'ESPECIALIDAD DISTINT'.
           05  CT-MOTIVO-DUPLICADA    PIC X(20) VALUE
               'FACTURA YA PAGADA'.
           05  CT-MOTIVO-SUPERA-SALDO PIC X(20) VALUE
               'SUPERA SALDO PENDTE'.
           05  CT-MOTIVO-SIN-RESERVA  PIC X(20) VALUE
               'SIN RESERVA ABIERTA'.
           05  CT-MOTIVO-SUPERA-RESER PIC X(20) VALUE
               'SUPERA RESERVA'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-PAGADAS             PIC 9(05).
           05  CN-RETENIDAS           PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-SECUENCIA           PIC 9(03).
           05  WK-REF-PAGO.
               10  FILLER             PIC X(01) VALUE 'P'.
               10  WK-REF-FECHA       PIC 9(08).
               10  WK-REF-SEQ         PIC 9(03).
           05  WK-ACEPTADO            PIC X(01).
           05  WK-FECHA-PAGO          PIC X(10).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-DNI-PERITO          PIC X(09).
           05  WK-ESTADO-FACTURA      PIC X(01).
           05  WK-INDEMNIZACION       PIC S9(13)V9(2) COMP-3.
           05  WK-PAGADO-ACUM         PIC S9(13)V9(2) COMP-3.
           05  WK-SALDO-PENDIENTE     PIC S9(13)V9(2) COMP-3.
           05  WK-RESERVA             PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-FACTURA     PIC S9(13)V9(2) COMP-3.
           05  WK-MANO-OBRA-MAX       PIC S9(13)V9(2) COMP-3.
           05  WK-TARIFA-FACTURA      PIC S9(13)V9(2) COMP-3.
           05  WK-NUM-SIGUIENTE       PIC S9(09) COMP.
           05  WK-MOTIVO              PIC X(20).
      *
      * REGISTRO DEL FICHERO DE FACTURAS
       01  DATOS-FACTURA.
           05  ID-SINIESTRO-FAC       PIC 9(09).
           05  CIF-FAC                PIC X(09).
           05  NUM-FACTURA-FAC        PIC X(15).
           05  HORAS-FAC              PIC 9(03)V9(02).
           05  MANO-OBRA-FAC          PIC 9(13)V9(02).
           05  MATERIAL-FAC           PIC 9(13)V9(02).
           05  VISADO-FAC             PIC X(01).
               88  SI-VISADO-PERITO             VALUE 'S'.
           05  FILLER                 PIC X(11).
      *
      * LINEAS DE LOS FICHEROS DE SALIDA
       01  LINEA-PAGO.
           05  CUENTA-PAGO            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-PAGO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  REF-PAGO-LIN           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-PAGO                PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  LINEA-DIARIO.
           05  ID-DIARIO              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CIF-DIARIO             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-DIARIO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(08) VALUE ' SALDO: '.
           05  SALDO-DIARIO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(10) VALUE ' RESERVA: '.
           05  RESERVA-DIARIO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(09) VALUE SPACES.
      *
       01  LINEA-RETENIDA.
           05  ID-RET                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PERITO-RET             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CIF-RET                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FACTURA-RET            PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HORAS-RET              PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MANO-OBRA-RET          PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TARIFA-PACTADA-RET     PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TARIFA-FACTURA-RET     PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RET            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  ID-RECH                PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CIF-RECH               PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FACTURA-RECH           PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RECH           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FFACTPRO        PIC X(01).
               88  SI-FIN-FFACTPRO              VALUE 'S'.
               88  NO-FIN-FFACTPRO              VALUE 'N'.
           05  SW-RESULTADO           PIC X(01).
               88  SI-FACTURA-PAGABLE           VALUE 'P'.
               88  SI-FACTURA-RETENIDA          VALUE 'R'.
               88  SI-FACTURA-RECHAZADA         VALUE 'X'.
           05  SW-FACTURA-EXISTE      PIC X(01).
               88  SI-FACTURA-EXISTE            VALUE 'S'.
               88  NO-FACTURA-EXISTE            VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SINIESTROS_PEPITO_SEG*
      *
           EXEC SQL
               INCLUDE TBSINFIN
           END-EXEC.
      *
      *--------DCLGEN PROVEEDORES_REPARACION*
      *
           EXEC SQL
               INCLUDE TBPROREP
           END-EXEC.
      *
      *--------DCLGEN FACTURAS_PROVEEDORES*
      *
           EXEC SQL
               INCLUDE TBFACPRO
           END-EXEC.
      *
      *--------DCLGEN PAGOS_SINIESTROS----*
      *
           EXEC SQL
               INCLUDE TBPAGSIN
           END-EXEC.
      *
      *--------DCLGEN RESERVAS_SINIESTROS-*
      *
           EXEC SQL
               INCLUDE TBRESSIN
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
             UNTIL SI-FIN-FFACTPRO
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
                      DATOS-FACTURA
                      DCLSINIESTROS-PEPITO-SEG
                      DCLPROVEEDORES-REPARACION
                      DCLFACTURAS-PROVEEDORES
                      DCLPAGOS-SINIESTROS
                      DCLRESERVAS-SINIESTROS
      *
           SET NO-FIN-FFACTPRO           TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD    TO WK-REF-FECHA
      *
           OPEN INPUT  FFACTPRO
           OPEN OUTPUT FPAGOS
                       FDIARIO
                       FRETENID
                       FRECHAZO
      *
           IF FS-FFACTPRO NOT = CT-00
              OR FS-FPAGOS NOT = CT-00
              OR FS-FDIARIO NOT = CT-00
              OR FS-FRETENID NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFACTPRO ' ' FS-FPAGOS
                      ' ' FS-FDIARIO ' ' FS-FRETENID
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FFACTPRO
              THRU 9000-LEER-FFACTPRO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CADA FACTURA SE PAGA, SE RETIENE PARA EL PERITO O SE       *
      *     RECHAZA, Y SE CONFIRMA POR SEPARADO.                       *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-FACTURA
              THRU 2100-VALIDAR-FACTURA-EXIT
      *
           EVALUATE TRUE
               WHEN SI-FACTURA-PAGABLE
                    PERFORM 2200-PAGAR-FACTURA
                       THRU 2200-PAGAR-FACTURA-EXIT
               WHEN SI-FACTURA-RETENIDA
                    PERFORM 2500-RETENER-FACTURA
                       THRU 2500-RETENER-FACTURA-EXIT
               WHEN OTHER
                    PERFORM 2600-ESCRIBIR-RECHAZO
                       THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-EVALUATE
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           PERFORM 9000-LEER-FFACTPRO
              THRU 9000-LEER-FFACTPRO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-FACTURA                                       *
      *     LOS CONTROLES QUE FALLAN RECHAZAN LA FACTURA. SOLO EL      *
      *     EXCESO SOBRE LA TARIFA PACTADA LA RETIENE, Y SE MIRA EL    *
      *     ULTIMO: UNA FACTURA QUE NO SE PODRIA PAGAR NO SE MANDA A   *
      *     REVISAR AL PERITO.                                         *
      ******************************************************************
       2100-VALIDAR-FACTURA.
      *
           SET SI-FACTURA-PAGABLE        TO TRUE
      *
           IF HORAS-FAC NOT NUMERIC
              OR MANO-OBRA-FAC NOT NUMERIC
              OR MATERIAL-FAC NOT NUMERIC
              SET SI-FACTURA-RECHAZADA   TO TRUE
              MOVE CT-MOTIVO-NO-NUMERICO TO WK-MOTIVO
              MOVE 0                     TO WK-IMPORTE-FACTURA
              GO TO 2100-VALIDAR-FACTURA-EXIT
           END-IF
      *
           COMPUTE WK-IMPORTE-FACTURA = MANO-OBRA-FAC + MATERIAL-FAC
      *
           PERFORM 2110-VALIDAR-SINIESTRO
              THRU 2110-VALIDAR-SINIESTRO-EXIT
      *
           IF SI-FACTURA-RECHAZADA
              GO TO 2100-VALIDAR-FACTURA-EXIT
           END-IF
      *
           PERFORM 2120-VALIDAR-REPARADOR
              THRU 2120-VALIDAR-REPARADOR-EXIT
      *
           IF SI-FACTURA-RECHAZADA
              GO TO 2100-VALIDAR-FACTURA-EXIT
           END-IF
      *
           PERFORM 2130-VALIDAR-IMPORTES
              THRU 2130-VALIDAR-IMPORTES-EXIT
      *
           IF SI-FACTURA-RECHAZADA
              GO TO 2100-VALIDAR-FACTURA-EXIT
           END-IF
      *
           PERFORM 2140-VALIDAR-TARIFA
              THRU 2140-VALIDAR-TARIFA-EXIT
      *
           .
       2100-VALIDAR-FACTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2110-VALIDAR-SINIESTRO                                     *
      *     EL SINIESTRO DEBE EXISTIR, ESTAR ACEPTADO Y SIN FINIQUITO. *
      *     SE TOMA EL RAMO DE SU POLIZA Y EL PERITO QUE LO LLEVA.     *
      ******************************************************************
       2110-VALIDAR-SINIESTRO.
      *
           MOVE ID-SINIESTRO-FAC         TO TB-ID-SINIETRO
      *
           EXEC SQL
               SELECT A.ACPTADO
                     ,COALESCE(CHAR(A.FECHA_PAGO), ' ')
                     ,A.INDEMNIZACION
                     ,A.DNI_PERITO
                     ,S.TIPO
                 INTO :WK-ACEPTADO
                     ,:WK-FECHA-PAGO
                     ,:WK-INDEMNIZACION
                     ,:WK-DNI-PERITO
                     ,:WK-TIPO-POLIZA
                 FROM SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG S
                WHERE A.ID_SINIETRO = :TB-ID-SINIETRO
                  AND S.NUMERO_POLIZA = A.NUMERO_POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FACTURA-RECHAZADA   TO TRUE
                    MOVE CT-MOTIVO-SIN-SINIES  TO WK-MOTIVO
                    GO TO 2110-VALIDAR-SINIESTRO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2110-VALIDAR-SINIESTRO'
                    DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8                     TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-ACEPTADO NOT = 'S'
              SET SI-FACTURA-RECHAZADA   TO TRUE
              MOVE CT-MOTIVO-NO-ACEPTADO TO WK-MOTIVO
              GO TO 2110-VALIDAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-FECHA-PAGO NOT = SPACES AND LOW-VALUES
              SET SI-FACTURA-RECHAZADA   TO TRUE
              MOVE CT-MOTIVO-YA-PAGADO   TO WK-MOTIVO
           END-IF
      *
           .
       2110-VALIDAR-SINIESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2120-VALIDAR-REPARADOR                                     *
      *     REPARADOR ACTIVO, DE LA ESPECIALIDAD DEL RAMO, Y FACTURA   *
      *     NO PAGADA YA. UNA FACTURA RETENIDA ANTES SE PUEDE VOLVER A *
      *     PRESENTAR (NORMALMENTE CON EL VISADO DEL PERITO).          *
      ******************************************************************
       2120-VALIDAR-REPARADOR.
      *
           MOVE CIF-FAC                  TO PV-CIF-PROVEEDOR
      *
           EXEC SQL
               SELECT CUENTA_BANCARIA
                     ,ESPECIALIDAD
                     ,TARIFA_HORA
                     ,ACTIVO
                 INTO :PV-CUENTA-BANCARIA
                     ,:PV-ESPECIALIDAD
                     ,:PV-TARIFA-HORA
                     ,:PV-ACTIVO
                 FROM PROVEEDORES_REPARACION
                WHERE CIF_PROVEEDOR = :PV-CIF-PROVEEDOR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FACTURA-RECHAZADA   TO TRUE
                    MOVE CT-MOTIVO-SIN-REPARA  TO WK-MOTIVO
                    GO TO 2120-VALIDAR-REPARADOR-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2120-VALIDAR-REPARADOR'
                    DISPLAY 'TABLA: PROVEEDORES_REPARACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8                     TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF PV-ACTIVO NOT = 'S'
              SET SI-FACTURA-RECHAZADA   TO TRUE
              MOVE CT-MOTIVO-REPARA-BAJA TO WK-MOTIVO
              GO TO 2120-VALIDAR-REPARADOR-EXIT
           END-IF
      *
           IF PV-ESPECIALIDAD NOT = WK-TIPO-POLIZA
              SET SI-FACTURA-RECHAZADA    TO TRUE
              MOVE CT-MOTIVO-ESPECIALIDAD TO WK-MOTIVO
              GO TO 2120-VALIDAR-REPARADOR-EXIT
           END-IF
      *
           MOVE CIF-FAC                  TO FP-CIF-PROVEEDOR
           MOVE NUM-FACTURA-FAC          TO FP-NUM-FACTURA
      *
           EXEC SQL
               SELECT ESTADO
                 INTO :WK-ESTADO-FACTURA
                 FROM FACTURAS_PROVEEDORES
                WHERE CIF_PROVEEDOR = :FP-CIF-PROVEEDOR
                  AND NUM_FACTURA = :FP-NUM-FACTURA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    SET SI-FACTURA-EXISTE      TO TRUE
               WHEN 100
                    SET NO-FACTURA-EXISTE      TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2120-VALIDAR-REPARADOR'
                    DISPLAY 'TABLA: FACTURAS_PROVEEDORES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8                     TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF SI-FACTURA-EXISTE
              AND WK-ESTADO-FACTURA = 'P'
              SET SI-FACTURA-RECHAZADA   TO TRUE
              MOVE CT-MOTIVO-DUPLICADA   TO WK-MOTIVO
           END-IF
      *
           .
       2120-VALIDAR-REPARADOR-EXIT.
           EXIT.
      ******************************************************************
      *     2130-VALIDAR-IMPORTES                                      *
      *     LA FACTURA NO PUEDE SUPERAR EL SALDO PENDIENTE DE LA       *
      *     INDEMNIZACION (MENOS ANTICIPOS Y FACTURAS YA PAGADAS) NI   *
      *     LA RESERVA QUE QUEDA ABIERTA PARA EL SINIESTRO.            *
      ******************************************************************
       2130-VALIDAR-IMPORTES.
      *
           MOVE ID-SINIESTRO-FAC         TO PG-ID-SINIETRO
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_PAGO), 0)
                 INTO :WK-PAGADO-ACUM
                 FROM PAGOS_SINIESTROS
                WHERE ID_SINIETRO = :PG-ID-SINIETRO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2130-VALIDAR-IMPORTES'
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-SALDO-PENDIENTE =
                   WK-INDEMNIZACION - WK-PAGADO-ACUM
      *
           IF WK-IMPORTE-FACTURA > WK-SALDO-PENDIENTE
              SET SI-FACTURA-RECHAZADA      TO TRUE
              MOVE CT-MOTIVO-SUPERA-SALDO   TO WK-MOTIVO
              GO TO 2130-VALIDAR-IMPORTES-EXIT
           END-IF
      *
           MOVE ID-SINIESTRO-FAC         TO RS-ID-SINIETRO
      *
           EXEC SQL
               SELECT IMPORTE_RESERVA
                 INTO :WK-RESERVA
                 FROM RESERVAS_SINIESTROS
                WHERE ID_SINIETRO = :RS-ID-SINIETRO
                  AND ESTADO = 'A'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FACTURA-RECHAZADA   TO TRUE
                    MOVE CT-MOTIVO-SIN-RESERVA TO WK-MOTIVO
                    GO TO 2130-VALIDAR-IMPORTES-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2130-VALIDAR-IMPORTES'
                    DISPLAY 'TABLA: RESERVAS_SINIESTROS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8                     TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-IMPORTE-FACTURA > WK-RESERVA
              SET SI-FACTURA-RECHAZADA      TO TRUE
              MOVE CT-MOTIVO-SUPERA-RESER   TO WK-MOTIVO
           END-IF
      *
           .
       2130-VALIDAR-IMPORTES-EXIT.
           EXIT.
      ******************************************************************
      *     2140-VALIDAR-TARIFA                                        *
      *     LA MANO DE OBRA NO PUEDE PASAR DE HORAS POR TARIFA HORA    *
      *     PACTADA. MANO DE OBRA SIN HORAS TAMPOCO SE PUEDE           *
      *     CONTROLAR: TAMBIEN VA AL PERITO. CON EL VISADO DEL PERITO  *
      *     NO SE CONTROLA.                                            *
      ******************************************************************
       2140-VALIDAR-TARIFA.
      *
           MOVE 0                        TO WK-TARIFA-FACTURA
      *
           IF HORAS-FAC > 0
              COMPUTE WK-TARIFA-FACTURA ROUNDED =
                      MANO-OBRA-FAC / HORAS-FAC
           END-IF
      *
           IF SI-VISADO-PERITO
              GO TO 2140-VALIDAR-TARIFA-EXIT
           END-IF
      *
           COMPUTE WK-MANO-OBRA-MAX ROUNDED =
                   HORAS-FAC * PV-TARIFA-HORA
      *
           IF MANO-OBRA-FAC > WK-MANO-OBRA-MAX
              SET SI-FACTURA-RETENIDA    TO TRUE
           END-IF
      *
           .
       2140-VALIDAR-TARIFA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-PAGAR-FACTURA                                         *
      *     ORDEN DE TRANSFERENCIA A LA CUENTA DEL REPARADOR CON       *
      *     REFERENCIA PROPIA, PAGO 'P' EN LA HISTORIA DE PAGOS,       *
      *     CONSUMO DE RESERVA, FACTURA MARCADA COMO PAGADA Y LINEA    *
      *     DE DIARIO.                                                 *
      ******************************************************************
       2200-PAGAR-FACTURA.
      *
           IF WK-SECUENCIA >= 999
              DISPLAY 'FACTPROV: SECUENCIA DE REFERENCIAS AGOTADA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO WK-SECUENCIA
           MOVE WK-SECUENCIA             TO WK-REF-SEQ
      *
           MOVE PV-CUENTA-BANCARIA       TO CUENTA-PAGO
           MOVE WK-IMPORTE-FACTURA       TO IMPORTE-PAGO
           MOVE WK-REF-PAGO              TO REF-PAGO-LIN
           MOVE ID-SINIESTRO-FAC         TO ID-PAGO
      *
           WRITE REG-FPAGOS FROM LINEA-PAGO
      *
           IF FS-FPAGOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
              DISPLAY 'PARRAFO: 2200-PAGAR-FACTURA'
              DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2300-GRABAR-PAGO
              THRU 2300-GRABAR-PAGO-EXIT
      *
           PERFORM 2350-CONSUMIR-RESERVA
              THRU 2350-CONSUMIR-RESERVA-EXIT
      *
           MOVE 'P'                      TO FP-ESTADO
           MOVE WK-REF-PAGO              TO FP-REF-PAGO
      *
           PERFORM 2400-GRABAR-FACTURA
              THRU 2400-GRABAR-FACTURA-EXIT
      *
           COMPUTE WK-SALDO-PENDIENTE =
                   WK-SALDO-PENDIENTE - WK-IMPORTE-FACTURA
           COMPUTE WK-RESERVA =
                   WK-RESERVA - WK-IMPORTE-FACTURA
      *
           MOVE ID-SINIESTRO-FAC         TO ID-DIARIO
           MOVE CIF-FAC                  TO CIF-DIARIO
           MOVE WK-IMPORTE-FACTURA       TO IMPORTE-DIARIO
           MOVE WK-SALDO-PENDIENTE       TO SALDO-DIARIO
           MOVE WK-RESERVA               TO RESERVA-DIARIO
           WRITE REG-FDIARIO FROM LINEA-DIARIO
      *
           IF FS-FDIARIO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDIARIO'
              DISPLAY 'PARRAFO: 2200-PAGAR-FACTURA'
              DISPLAY 'FILE STATUS: ' FS-FDIARIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-PAGADAS
      *
           .
       2200-PAGAR-FACTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GRABAR-PAGO                                           *
      ******************************************************************
       2300-GRABAR-PAGO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_PAGO), 0) + 1
                 INTO :WK-NUM-SIGUIENTE
                 FROM PAGOS_SINIESTROS
                WHERE ID_SINIETRO = :PG-ID-SINIETRO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-GRABAR-PAGO'
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-NUM-SIGUIENTE         TO PG-NUM-PAGO
           MOVE WK-IMPORTE-FACTURA       TO PG-IMPORTE-PAGO
           MOVE 'P'                      TO PG-TIPO-PAGO
           MOVE WK-REF-PAGO              TO PG-REF-PAGO
      *
           EXEC SQL
               INSERT INTO PAGOS_SINIESTROS
                      (ID_SINIETRO
                      ,NUM_PAGO
                      ,IMPORTE_PAGO
                      ,TIPO_PAGO
                      ,FECHA_PAGO
                      ,REF_PAGO)
                      VALUES(
                       :PG-ID-SINIETRO
                      ,:PG-NUM-PAGO
                      ,:PG-IMPORTE-PAGO
                      ,:PG-TIPO-PAGO
                      ,CURRENT DATE
                      ,:PG-REF-PAGO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-GRABAR-PAGO'
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2300-GRABAR-PAGO-EXIT.
           EXIT.
      ******************************************************************
      *     2350-CONSUMIR-RESERVA                                      *
      *     LO PAGADO AL REPARADOR DEJA DE ESTAR PENDIENTE: SE         *
      *     DESCUENTA DE LA RESERVA ABIERTA, QUE SIGUE ABIERTA HASTA   *
      *     EL FINIQUITO DE PAGOSIN.                                   *
      ******************************************************************
       2350-CONSUMIR-RESERVA.
      *
           MOVE WK-IMPORTE-FACTURA       TO RS-IMPORTE-RESERVA
      *
           EXEC SQL
               UPDATE RESERVAS_SINIESTROS
                  SET IMPORTE_RESERVA =
                      IMPORTE_RESERVA - :RS-IMPORTE-RESERVA
                     ,FECHA_ULT_AJUSTE = CURRENT DATE
                WHERE ID_SINIETRO = :RS-ID-SINIETRO
                  AND ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2350-CONSUMIR-RESERVA'
              DISPLAY 'TABLA: RESERVAS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2350-CONSUMIR-RESERVA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-GRABAR-FACTURA                                        *
      *     ALTA DE LA FACTURA O, SI YA ESTABA RETENIDA, ACTUALIZACION *
      *     CON EL NUEVO ESTADO. ESTADO Y REFERENCIA VIENEN PREPARADOS.*
      ******************************************************************
       2400-GRABAR-FACTURA.
      *
           MOVE CIF-FAC                  TO FP-CIF-PROVEEDOR
           MOVE NUM-FACTURA-FAC          TO FP-NUM-FACTURA
           MOVE ID-SINIESTRO-FAC         TO FP-ID-SINIETRO
           MOVE HORAS-FAC                TO FP-HORAS
           MOVE MANO-OBRA-FAC            TO FP-IMPORTE-MANO-OBRA
           MOVE MATERIAL-FAC             TO FP-IMPORTE-MATERIAL
      *
           IF SI-FACTURA-EXISTE
              EXEC SQL
                  UPDATE FACTURAS_PROVEEDORES
                     SET ID_SINIETRO = :FP-ID-SINIETRO
                        ,HORAS = :FP-HORAS
                        ,IMPORTE_MANO_OBRA = :FP-IMPORTE-MANO-OBRA
                        ,IMPORTE_MATERIAL = :FP-IMPORTE-MATERIAL
                        ,ESTADO = :FP-ESTADO
                        ,FECHA_ESTADO = CURRENT DATE
                        ,REF_PAGO = :FP-REF-PAGO
                   WHERE CIF_PROVEEDOR = :FP-CIF-PROVEEDOR
                     AND NUM_FACTURA = :FP-NUM-FACTURA
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO FACTURAS_PROVEEDORES
                         (CIF_PROVEEDOR
                         ,NUM_FACTURA
                         ,ID_SINIETRO
                         ,HORAS
                         ,IMPORTE_MANO_OBRA
                         ,IMPORTE_MATERIAL
                         ,ESTADO
                         ,FECHA_ESTADO
                         ,REF_PAGO)
                         VALUES(
                          :FP-CIF-PROVEEDOR
                         ,:FP-NUM-FACTURA
                         ,:FP-ID-SINIETRO
                         ,:FP-HORAS
                         ,:FP-IMPORTE-MANO-OBRA
                         ,:FP-IMPORTE-MATERIAL
                         ,:FP-ESTADO
                         ,CURRENT DATE
                         ,:FP-REF-PAGO)
              END-EXEC
           END-IF
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-GRABAR-FACTURA'
              DISPLAY 'TABLA: FACTURAS_PROVEEDORES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-GRABAR-FACTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-RETENER-FACTURA                                       *
      *     LA FACTURA QUEDA RETENIDA SIN PAGAR Y SALE EN EL LISTADO   *
      *     PARA EL PERITO DEL SINIESTRO CON LA TARIFA PACTADA Y LA    *
      *     QUE RESULTA DE LA FACTURA.                                 *
      ******************************************************************
       2500-RETENER-FACTURA.
      *
           MOVE 'R'                      TO FP-ESTADO
           MOVE SPACES                   TO FP-REF-PAGO
      *
           PERFORM 2400-GRABAR-FACTURA
              THRU 2400-GRABAR-FACTURA-EXIT
      *
           MOVE ID-SINIESTRO-FAC         TO ID-RET
           MOVE WK-DNI-PERITO            TO PERITO-RET
           MOVE CIF-FAC                  TO CIF-RET
           MOVE NUM-FACTURA-FAC          TO FACTURA-RET
           MOVE HORAS-FAC                TO HORAS-RET
           MOVE MANO-OBRA-FAC            TO MANO-OBRA-RET
           MOVE PV-TARIFA-HORA           TO TARIFA-PACTADA-RET
           MOVE WK-TARIFA-FACTURA        TO TARIFA-FACTURA-RET
           MOVE WK-IMPORTE-FACTURA       TO IMPORTE-RET
      *
           WRITE REG-FRETENID FROM LINEA-RETENIDA
      *
           IF FS-FRETENID NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRETENID'
              DISPLAY 'PARRAFO: 2500-RETENER-FACTURA'
              DISPLAY 'FILE STATUS: ' FS-FRETENID
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RETENIDAS
      *
           .
       2500-RETENER-FACTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE ID-SINIESTRO-FAC         TO ID-RECH
           MOVE CIF-FAC                  TO CIF-RECH
           MOVE NUM-FACTURA-FAC          TO FACTURA-RECH
           MOVE WK-IMPORTE-FACTURA       TO IMPORTE-RECH
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
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     CON ERROR TECNICO SE DESHACE LA FACTURA A MEDIAS; LAS YA   *
      *     TRATADAS ESTAN CONFIRMADAS UNA A UNA.                      *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FFACTPRO
                 FPAGOS
                 FDIARIO
                 FRETENID
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F A C T P R O V    **'
           DISPLAY '***********************************'
           DISPLAY '*FACTURAS LEIDAS    : ' CN-REG-LEIDOS '      *'
           DISPLAY '*FACTURAS PAGADAS   : ' CN-PAGADAS '      *'
           DISPLAY '*RETENIDAS (PERITO) : ' CN-RETENIDAS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FFACTPRO                                         *
      ******************************************************************
       9000-LEER-FFACTPRO.
      *
           READ FFACTPRO INTO DATOS-FACTURA
      *
           EVALUATE FS-FFACTPRO
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FFACTPRO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FFACTPRO'
                    DISPLAY 'PARRAFO: 9000-LEER-FFACTPRO'
                    DISPLAY 'FILE STATUS: ' FS-FFACTPRO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FFACTPRO-EXIT.
           EXIT.
