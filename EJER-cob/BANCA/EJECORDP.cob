      **                  EL SIGUIENTE DIA HABIL HASTA EL LIMITE DE   **
      **                  SYSIN Y DESPUES LA ORDEN VENCE. INFORMA DE  **
      **                  EJECUTADAS, FALLIDAS Y VENCIDAS.            **
      **                  LAS ORDENES CON IBAN DE DESTINO VAN A OTRA  **
      **                  ENTIDAD: COMO EN TRANSFER, EL ABONO VA A LA **
      **                  CUENTA PUENTE DE COMPENSACION, QUEDAN EN    **
      **                  TRANSFERENCIAS_EMITIDAS Y SE GRABAN EN EL   **
      **                  FICHERO INTERBANCARIO DEL DIA.              **
      **                  LO RETENIDO POR EMBARGOS ACTIVOS NO ES      **
      **                  SALDO DISPONIBLE PARA LAS ORDENES.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FEMISION ASSIGN TO FEMISION
           FILE STATUS FS-FEMISION.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0080).
      *    ORDENES EJECUTADAS, FALLIDAS Y VENCIDAS DE LA EJECUCION
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
           05  CT-PGM                 PIC X(08) VALUE 'EJECORDP'.
           05  CT-TIPO-ORDEN          PIC X(01) VALUE 'P'.
           05  CT-TIPO-EMITIDA        PIC X(01) VALUE 'E'.
      *
       01  CN-CONTADORES.
           05  CN-ORDENES             PIC 9(05).
           05  CN-EJECUTADAS          PIC 9(05).
           05  CN-FALLIDAS            PIC 9(05).
           05  CN-VENCIDAS            PIC 9(05).
           05  CN-EMITIDAS            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MAX-REINTENTOS-E    PIC 9(03).
           05  WK-FECHA-REINTENTO     PIC X(10).
           05  WK-SALDO-ORIGEN        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-DESTINO       PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-NEG         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-CAMBIO-CRUZADO      PIC S9(03)V9(05) COMP-3.
           05  WK-IMPORTE-DESTINO     PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-APUNTE       PIC X(03).
           05  WK-TIPO-APUNTE         PIC X(01).
           05  WK-IBAN-DESTINO        PIC X(34).
           05  WK-IMPORTE-EMITIDO     PIC S9(15)V9(02) COMP-3.
           05  WK-HORA-HOY            PIC 9(08).
      *
       01  WK-CUENTA-ORIGEN.
           05  WK-ORI-BANCO           PIC X(04).
           05  WK-DES-NUMERO          PIC X(10).
      *
       COPY CPYFECHA.
      *
       COPY CPYIBAN.
      *
       COPY CPYPUENT.
      *
       COPY CPYTRFEM.
      *
       01  LINEA-INFORME.
           05  ID-INF                 PIC ZZZZZZZZ9.
           05  SW-ORDEN-VALIDA        PIC X(01).
               88  SI-ORDEN-VALIDA              VALUE 'S'.
               88  NO-ORDEN-VALIDA              VALUE 'N'.
           05  SW-DESTINO-EXTERNO     PIC X(01).
               88  SI-DESTINO-EXTERNO           VALUE 'S'.
               88  NO-DESTINO-EXTERNO           VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
               INCLUDE TBORDPER
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
      *--------CURSOR DE ORDENES ACTIVAS VENCIDAS---------------------*
      *
           EXEC SQL
                     ,PERIODICIDAD
                     ,COALESCE(CHAR(FECHA_LIMITE), '9999-12-31')
                     ,REINTENTOS
                     ,COALESCE(IBAN_DESTINO, ' ')
                 FROM ORDENES_PERMANENTES
                WHERE ESTADO = 'A'
                  AND FECHA_VALOR <= CURRENT DATE
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 2800-ESCRIBIR-TOTALES
              THRU 2800-ESCRIBIR-TOTALES-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
                      DCLCTAMOVTO
                      DCLDIVISAS
                      DCLORDENES-PERMANENTES
                      DCLTRANSFERENCIAS-EMITIDAS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           MOVE FECHA-S-FEC              TO WK-FECHA-REINTENTO
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
      * EL DIA NO TENGA ORDENES A OTRAS ENTIDADES
           ACCEPT WK-HORA-HOY FROM TIME
      *
           MOVE CT-ENTIDAD-COMP          TO ENTIDAD-TRC
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-TRC
           STRING CT-PGM                 DELIMITED BY SIZE
                  WK-FECHA-HOY-AAAAMMDD  DELIMITED BY SIZE
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
           MOVE CT-TIPO-ORDEN            TO WK-TIPO-APUNTE
           MOVE OP-CUENTA-ORIGEN         TO WK-CUENTA-ORIGEN
           MOVE OP-CUENTA-DESTINO        TO WK-CUENTA-DESTINO
      *
      * ORDEN A OTRA ENTIDAD (IBAN YA VALIDADO EN ALTAORDP): EL
      * DESTINO CONTABLE ES LA CUENTA PUENTE DE COMPENSACION
           IF WK-IBAN-DESTINO NOT = SPACES
              SET SI-DESTINO-EXTERNO     TO TRUE
              MOVE CT-TIPO-EMITIDA       TO WK-TIPO-APUNTE
              MOVE CT-CUENTA-PUENTE      TO WK-CUENTA-DESTINO
           END-IF
      *
           PERFORM 2100-VALIDAR-CUENTAS
              THRU 2100-VALIDAR-CUENTAS-EXIT
      *
              PERFORM 2500-AVANZAR-ORDEN
                 THRU 2500-AVANZAR-ORDEN-EXIT
      *
              IF SI-DESTINO-EXTERNO
                 PERFORM 2700-ESCRIBIR-DETALLE
                    THRU 2700-ESCRIBIR-DETALLE-EXIT
              END-IF
           ELSE
              PERFORM 2600-TRATAR-FALLO
                 THRU 2600-TRATAR-FALLO-EXIT
      ******************************************************************
      *     2100-VALIDAR-CUENTAS                                       *
      *     ORIGEN EXISTENTE CON SALDO SUFICIENTE Y DESTINO            *
      *     EXISTENTE, AMBAS OPERATIVAS. LO RETENIDO POR EMBARGOS      *
      *     ACTIVOS NO CUENTA COMO SALDO: LA ORDEN SE REINTENTA.       *
      ******************************************************************
       2100-VALIDAR-CUENTAS.
      *
           IF NO-ORDEN-VALIDA
              GO TO 2100-VALIDAR-CUENTAS-EXIT
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
              DISPLAY 'PARRAFO: 2100-VALIDAR-CUENTAS'
              DISPLAY 'TABLA: EMBARGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-SALDO-ORIGEN - WK-RETENIDO-EMBARGO < OP-IMPORTE
              SET NO-ORDEN-VALIDA        TO TRUE
              GO TO 2100-VALIDAR-CUENTAS-EXIT
           END-IF
      *
           MOVE WK-DES-BANCO             TO TB-BANCO
           MOVE WK-DES-OFICINA           TO TB-OFICINA
           MOVE WK-DIVISA-DESTINO        TO WK-DIVISA-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           IF SI-DESTINO-EXTERNO
              PERFORM 2350-REGISTRAR-EMISION
                 THRU 2350-REGISTRAR-EMISION-EXIT
           END-IF
      *
           .
       2300-EJECUTAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *     2350-REGISTRAR-EMISION                                     *
      *     ALTA EN TRANSFERENCIAS_EMITIDAS EN LA UNIDAD DE TRABAJO DE *
      *     LOS APUNTES (EL COMMIT LO DA 2500-AVANZAR-ORDEN), CON LA   *
      *     ORDEN DE ORIGEN Y EL IMPORTE YA CONVERTIDO A EUR.          *
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
           MOVE OP-CUENTA-ORIGEN         TO TE-CUENTA-ORIGEN
           MOVE WK-IBAN-DESTINO          TO TE-IBAN-DESTINO
           MOVE WK-IMPORTE-DESTINO       TO TE-IMPORTE
           MOVE OP-CONCEPTO              TO TE-CONCEPTO
           MOVE OP-ID-ORDEN              TO TE-ID-ORDEN
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
      ******************************************************************
       2400-CONTABILIZAR-APUNTE.
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-TIPO-APUNTE           TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           ADD CT-1                      TO CN-EJECUTADAS
      *
           MOVE OP-ID-ORDEN              TO ID-INF
           IF SI-DESTINO-EXTERNO
              MOVE 'EMITIDA   '          TO RESULTADO-INF
           ELSE
              MOVE 'EJECUTADA '          TO RESULTADO-INF
           END-IF
           MOVE OP-IMPORTE               TO IMPORTE-INF
           MOVE OP-CONCEPTO              TO CONCEPTO-INF
           PERFORM 2900-ESCRIBIR-INFORME
       2600-TRATAR-FALLO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-DETALLE                                      *
      *     UN REGISTRO 'D' DEL FICHERO INTERBANCARIO POR ORDEN        *
      *     EMITIDA, CON EL IBAN DEL ORDENANTE DERIVADO DE SU CCC.     *
      ******************************************************************
       2700-ESCRIBIR-DETALLE.
      *
           INITIALIZE CPYIBAN
           MOVE 'G'                      TO OPCION-IBA
           MOVE OP-CUENTA-ORIGEN         TO CUENTA-IBA
      *
           CALL 'RUTIBAN' USING CPYIBAN
      *
           MOVE TE-ID-TRANSFERENCIA      TO REFERENCIA-TRD
           MOVE IBAN-S-IBA               TO IBAN-ORDENANTE-TRD
           MOVE WK-IBAN-DESTINO          TO IBAN-BENEF-TRD
           MOVE TE-IMPORTE               TO IMPORTE-TRD
           MOVE 'EUR'                    TO DIVISA-TRD
           MOVE OP-CONCEPTO              TO CONCEPTO-TRD
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-EJEC-TRD
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
      *     REGISTRO 'T' DE CONTROL, SOLO AL TERMINAR BIEN: SIN EL, LA *
      *     CAMARA TRATA EL FICHERO COMO INCOMPLETO.                   *
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
      *     2900-ESCRIBIR-INFORME                                      *
      ******************************************************************
       2900-ESCRIBIR-INFORME.
           END-EXEC
      *
           CLOSE FINFORME
                 FEMISION
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   E J E C O R D P    **'
           DISPLAY '*EJECUTADAS          : ' CN-EJECUTADAS '     *'
           DISPLAY '*FALLIDAS (REINTENTO): ' CN-FALLIDAS '     *'
           DISPLAY '*VENCIDAS POR LIMITE : ' CN-VENCIDAS '     *'
           DISPLAY '*A OTRAS ENTIDADES   : ' CN-EMITIDAS '     *'
           DISPLAY '***********************************'
      *
           STOP RUN
                    ,:OP-PERIODICIDAD
                    ,:OP-FECHA-LIMITE
                    ,:OP-REINTENTOS
                    ,:WK-IBAN-DESTINO
           END-EXEC
      *
           EVALUATE SQLCODE
