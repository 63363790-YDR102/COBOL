      **                  CAMBIO APLICADO QUEDA REGISTRADO EN LOS     **
      **                  DOS MOVIMIENTOS. SIN CAMBIO PUBLICADO LA    **
      **                  ORDEN SE RECHAZA.                           **
      **                  SI LA ORDEN TRAE IBAN DE DESTINO EN VEZ DE  **
      **                  CUENTA, EL DESTINO ES OTRA ENTIDAD: SE      **
      **                  VALIDA EL IBAN, EL ABONO VA A LA CUENTA     **
      **                  PUENTE DE COMPENSACION, LA TRANSFERENCIA    **
      **                  QUEDA EN TRANSFERENCIAS_EMITIDAS Y SE       **
      **                  GRABA EN EL FICHERO INTERBANCARIO DEL DIA   **
      **                  (CABECERA, DETALLES Y TOTALES DE CONTROL).  **
      **                  LAS DEVOLUCIONES LAS TRATA DEVTRANS.        **
      **                  EL IMPORTE RETENIDO POR EMBARGOS ACTIVOS    **
      **                  (EMBARGOS) NO SE PUEDE TRASPASAR: SI SOLO   **
      **                  HAY SALDO CONTANDO LO RETENIDO, LA ORDEN SE **
      **                  RECHAZA CON MOTIVO 11.                      **
      **                  UNA CUENTA ORIGEN BLOQUEADA ('B', TITULAR   **
      **                  FALLECIDO) NO ADMITE CARGOS: MOTIVO 12.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
           SELECT FEMISION ASSIGN TO FEMISION
           FILE STATUS FS-FEMISION.
      *
       DATA DIVISION.
      *
      *
       FD FORDENES
           RECORDING MODE IS F.
       01  REG-FORDENES               PIC X(0111).
      *    ORDENES DE TRASPASO A EJECUTAR
      *
       FD FDIARIO
           RECORDING MODE IS F.
       01  REG-FDIARIO                PIC X(0104).
      *    DIARIO DE TRASPASOS EJECUTADOS
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0114).
      *    ORDENES RECHAZADAS CON CODIGO DE MOTIVO
      *
       FD FEMISION
           RECORDING MODE IS F.
       01  REG-FEMISION               PIC X(0150).
      *    FICHERO INTERBANCARIO DE TRANSFERENCIAS EMITIDAS
      *
       WORKING-STORAGE SECTION.
      *
           05  FS-FORDENES            PIC X(02).
           05  FS-FDIARIO             PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
           05  FS-FEMISION            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'TRANSFER'.
           05  CT-TIPO-TRASPASO       PIC X(01) VALUE 'T'.
           05  CT-TIPO-EMITIDA        PIC X(01) VALUE 'E'.
           05  CT-MOTIVO-ORIGEN       PIC X(02) VALUE '01'.
           05  CT-MOTIVO-DESTINO      PIC X(02) VALUE '02'.
           05  CT-MOTIVO-SALDO        PIC X(02) VALUE '03'.
           05  CT-MOTIVO-MISMA-CTA    PIC X(02) VALUE '06'.
           05  CT-MOTIVO-SIN-CAMBIO   PIC X(02) VALUE '07'.
           05  CT-MOTIVO-CERRADA      PIC X(02) VALUE '08'.
           05  CT-MOTIVO-IBAN         PIC X(02) VALUE '09'.
           05  CT-MOTIVO-DOBLE-DEST   PIC X(02) VALUE '10'.
           05  CT-MOTIVO-EMBARGO      PIC X(02) VALUE '11'.
           05  CT-MOTIVO-BLOQUEADA    PIC X(02) VALUE '12'.
      *
      * PESOS DEL ALGORITMO ESTANDAR DEL DIGITO DE CONTROL, COMO EN
      * RUTREPOS: 1,2,4,8,5,10,9,7,3,6 SOBRE CADA MITAD DE 10 DIGITOS
           05  CN-ORDENES             PIC 9(05).
           05  CN-EJECUTADOS          PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-EMITIDAS            PIC 9(05).
      *
      * ORDEN DE TRASPASO LEIDA DEL FICHERO
       01  DATOS-ORDEN.
               10  NUMERO-DES-ORD     PIC X(10).
           05  IMPORTE-ORD            PIC S9(15)V9(02).
           05  CONCEPTO-ORD           PIC X(20).
           05  IBAN-DESTINO-ORD       PIC X(34).
      *
       01  WK-VARIABLES.
           05  WK-SALDO-ORIGEN        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-DESTINO       PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE             PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-NEG         PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-CAMBIO-CRUZADO      PIC S9(03)V9(05) COMP-3.
           05  WK-IMPORTE-DESTINO     PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-APUNTE       PIC X(03).
           05  WK-TIPO-APUNTE         PIC X(01).
           05  WK-IMPORTE-EMITIDO     PIC S9(15)V9(02) COMP-3.
           05  WK-FECHA-HOY           PIC 9(08).
           05  WK-HORA-HOY            PIC 9(08).
      *
       01  WK-CUENTA-VAL.
           05  WK-VAL-BANCO           PIC X(04).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYIBAN.
      *
       COPY CPYPUENT.
      *
       COPY CPYTRFEM.
      *
       01  LINEA-DIARIO.
           05  ORIGEN-DIA             PIC X(20).
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  DESTINO-DIA            PIC X(34).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-DIA            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  ORDEN-RECH             PIC X(111).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(02).
      *
           05  SW-DC-VALIDO           PIC X(01).
               88  SI-DC-VALIDO                 VALUE 'S'.
               88  NO-DC-VALIDO                 VALUE 'N'.
           05  SW-DESTINO-EXTERNO     PIC X(01).
               88  SI-DESTINO-EXTERNO           VALUE 'S'.
               88  NO-DESTINO-EXTERNO           VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------DCLGEN TRANSFERENCIAS_EMITIDAS*
      *
           EXEC SQL
               INCLUDE TBTRFEMI
           END-EXEC.
      *
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-FORDENES
      *
           PERFORM 2800-ESCRIBIR-TOTALES
              THRU 2800-ESCRIBIR-TOTALES-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDIVISAS
                      DCLTRANSFERENCIAS-EMITIDAS
      *
           SET NO-FIN-FORDENES           TO TRUE
      *
           OPEN INPUT  FORDENES
           OPEN OUTPUT FDIARIO
                       FRECHAZO
                       FEMISION
      *
           IF FS-FORDENES NOT = CT-00
              OR FS-FDIARIO NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              OR FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FORDENES ' ' FS-FDIARIO
                      ' ' FS-FRECHAZO ' ' FS-FEMISION
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
      * CABECERA DEL FICHERO INTERBANCARIO: SE GRABA SIEMPRE, AUNQUE
      * EL DIA NO TENGA TRANSFERENCIAS A OTRAS ENTIDADES
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
       2000-PROCESO.
      *
           SET SI-ORDEN-VALIDA           TO TRUE
           SET NO-DESTINO-EXTERNO        TO TRUE
           MOVE CT-TIPO-TRASPASO         TO WK-TIPO-APUNTE
           MOVE IMPORTE-ORD              TO WK-IMPORTE
      *
           IF WK-IMPORTE <= 0
              MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
           END-IF
      *
      * CON IBAN DE DESTINO LA ORDEN VA A OTRA ENTIDAD: EL ABONO SE
      * HACE EN LA CUENTA PUENTE, QUE PASA A SER EL DESTINO CONTABLE
           IF SI-ORDEN-VALIDA
              AND IBAN-DESTINO-ORD NOT = SPACES
              PERFORM 2150-VALIDAR-IBAN
                 THRU 2150-VALIDAR-IBAN-EXIT
           END-IF
      *
      * UN TRASPASO DE UNA CUENTA A SI MISMA NO TIENE SENTIDO Y
      * ADEMAS PISARIA EL CARGO CON EL ABONO: SE RECHAZA
           IF SI-ORDEN-VALIDA
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-ORIGEN                                        *
      *     DC CORRECTO, CUENTA EXISTENTE Y SALDO SUFICIENTE. LO       *
      *     RETENIDO POR EMBARGOS ACTIVOS NO ES SALDO DISPONIBLE.      *
      ******************************************************************
       2100-VALIDAR-ORIGEN.
      *
                       SET NO-ORDEN-VALIDA    TO TRUE
                       MOVE CT-MOTIVO-CERRADA TO WK-MOTIVO
                    END-IF
                    IF WK-ESTADO-ORIGEN = 'B'
                       SET NO-ORDEN-VALIDA    TO TRUE
                       MOVE CT-MOTIVO-BLOQUEADA
                                              TO WK-MOTIVO
                    END-IF
                    IF SI-ORDEN-VALIDA
                       AND WK-SALDO-ORIGEN < WK-IMPORTE
                       SET NO-ORDEN-VALIDA    TO TRUE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-ORDEN-VALIDA
              GO TO 2100-VALIDAR-ORIGEN-EXIT
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
              DISPLAY 'PARRAFO: 2100-VALIDAR-ORIGEN'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-SALDO-ORIGEN - WK-RETENIDO-EMBARGO < WK-IMPORTE
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-EMBARGO     TO WK-MOTIVO
           END-IF
      *
           .
       2100-VALIDAR-ORIGEN-EXIT.
           EXIT.
      ******************************************************************
      *     2150-VALIDAR-IBAN                                          *
      *     LA ORDEN EXTERNA NO PUEDE TRAER TAMBIEN CUENTA DE DESTINO. *
      *     EL IBAN SE VALIDA CON RUTIBAN Y QUEDA EN MAYUSCULAS; EL    *
      *     DESTINO CONTABLE PASA A SER LA CUENTA PUENTE.              *
      ******************************************************************
       2150-VALIDAR-IBAN.
      *
           IF CUENTA-DESTINO-ORD NOT = SPACES
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-DOBLE-DEST  TO WK-MOTIVO
              GO TO 2150-VALIDAR-IBAN-EXIT
           END-IF
      *
           INITIALIZE CPYIBAN
           MOVE 'V'                      TO OPCION-IBA
           MOVE IBAN-DESTINO-ORD         TO IBAN-IBA
      *
           CALL 'RUTIBAN' USING CPYIBAN
      *
           IF RETORNO-IBA NOT = CT-00
              SET NO-ORDEN-VALIDA        TO TRUE
              MOVE CT-MOTIVO-IBAN        TO WK-MOTIVO
              GO TO 2150-VALIDAR-IBAN-EXIT
           END-IF
      *
           SET SI-DESTINO-EXTERNO        TO TRUE
           MOVE CT-TIPO-EMITIDA          TO WK-TIPO-APUNTE
           MOVE IBAN-S-IBA               TO IBAN-DESTINO-ORD
           MOVE CT-CUENTA-PUENTE         TO CUENTA-DESTINO-ORD
      *
           .
       2150-VALIDAR-IBAN-EXIT.
           EXIT.
      ******************************************************************
      *     2200-VALIDAR-DESTINO                                       *
      ******************************************************************
       2200-VALIDAR-DESTINO.
           MOVE WK-DIVISA-DESTINO        TO WK-DIVISA-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           IF SI-DESTINO-EXTERNO
              PERFORM 2350-REGISTRAR-EMISION
                 THRU 2350-REGISTRAR-EMISION-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
      *
           PERFORM 2500-LINEA-DIARIO
              THRU 2500-LINEA-DIARIO-EXIT
      *
           IF SI-DESTINO-EXTERNO
              PERFORM 2700-ESCRIBIR-DETALLE
                 THRU 2700-ESCRIBIR-DETALLE-EXIT
           END-IF
      *
           .
       2300-EJECUTAR-TRASPASO-EXIT.
           EXIT.
      ******************************************************************
      *     2350-REGISTRAR-EMISION                                     *
      *     ALTA EN TRANSFERENCIAS_EMITIDAS DENTRO DE LA MISMA UNIDAD  *
      *     DE TRABAJO QUE LOS APUNTES: SU ID ES LA REFERENCIA QUE LA  *
      *     CAMARA DEVUELVE SI LA TRANSFERENCIA NO SE PUEDE ABONAR.    *
      *     EL IMPORTE EMITIDO ES EL YA CONVERTIDO A EUR.              *
      ******************************************************************
       2350-REGISTRAR-EMISION.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_TRANSFERENCIA), 0) + 1
                 INTO :TE-ID-TRANSFERENCIA
                 FROM TRANSFERENCIAS_EMITIDAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2350-REGISTRAR-EMISION'
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
           MOVE CUENTA-ORIGEN-ORD        TO TE-CUENTA-ORIGEN
           MOVE IBAN-DESTINO-ORD         TO TE-IBAN-DESTINO
           MOVE WK-IMPORTE-DESTINO       TO TE-IMPORTE
           MOVE CONCEPTO-ORD             TO TE-CONCEPTO
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
              DISPLAY 'PARRAFO: 2350-REGISTRAR-EMISION'
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
       2350-REGISTRAR-EMISION-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONTABILIZAR-APUNTE                                   *
      *     UN APUNTE = UPDATE DEL SALDO + INSERT EN EL LIBRO MAYOR.   *
      *     CUALQUIER ERROR DESHACE LA UNIDAD DE TRABAJO ENTERA (LOS   *
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-TIPO-APUNTE           TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
       2500-LINEA-DIARIO.
      *
           MOVE CUENTA-ORIGEN-ORD        TO ORIGEN-DIA
           IF SI-DESTINO-EXTERNO
              MOVE IBAN-DESTINO-ORD      TO DESTINO-DIA
           ELSE
              MOVE CUENTA-DESTINO-ORD    TO DESTINO-DIA
           END-IF
           MOVE WK-IMPORTE               TO IMPORTE-DIA
           MOVE CONCEPTO-ORD             TO CONCEPTO-DIA
      *
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
      * LA ORDEN EXTERNA SE RECHAZA TAL COMO LLEGO, SIN LA CUENTA
      * PUENTE QUE SE LE PUSO COMO DESTINO CONTABLE
           IF SI-DESTINO-EXTERNO
              MOVE SPACES                TO CUENTA-DESTINO-ORD
           END-IF
      *
           MOVE DATOS-ORDEN              TO ORDEN-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-DETALLE                                      *
      *     UN REGISTRO 'D' DEL FICHERO INTERBANCARIO POR CADA         *
      *     TRANSFERENCIA EMITIDA. EL IBAN DEL ORDENANTE SE DERIVA DE  *
      *     SU CUENTA CCC CON RUTIBAN.                                 *
      ******************************************************************
       2700-ESCRIBIR-DETALLE.
      *
           INITIALIZE CPYIBAN
           MOVE 'G'                      TO OPCION-IBA
           MOVE CUENTA-ORIGEN-ORD        TO CUENTA-IBA
      *
           CALL 'RUTIBAN' USING CPYIBAN
      *
           MOVE TE-ID-TRANSFERENCIA      TO REFERENCIA-TRD
           MOVE IBAN-S-IBA               TO IBAN-ORDENANTE-TRD
           MOVE IBAN-DESTINO-ORD         TO IBAN-BENEF-TRD
           MOVE TE-IMPORTE               TO IMPORTE-TRD
           MOVE 'EUR'                    TO DIVISA-TRD
           MOVE CONCEPTO-ORD             TO CONCEPTO-TRD
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
      *     REGISTRO 'T' DE CONTROL. SOLO SE GRABA AL TERMINAR BIEN:   *
      *     UN FICHERO SIN TOTALES ES UN FICHERO INCOMPLETO Y LA       *
      *     CAMARA NO LO ACEPTA.                                       *
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
           CLOSE FORDENES
                 FDIARIO
                 FRECHAZO
                 FEMISION
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   T R A N S F E R    **'
           DISPLAY '*ORDENES LEIDAS     : ' CN-ORDENES '      *'
           DISPLAY '*TRASPASOS HECHOS   : ' CN-EJECUTADOS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADOS '      *'
           DISPLAY '*A OTRAS ENTIDADES  : ' CN-EMITIDAS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
