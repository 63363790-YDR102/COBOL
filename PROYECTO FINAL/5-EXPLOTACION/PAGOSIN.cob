      **                100) CON UNA ORDEN DE TRANSFERENCIA POR       **
      **                BENEFICIARIO; NUNCA A LA CUENTA DEL TOMADOR   **
      **                FALLECIDO.                                    **
      **                LOS ABONOS A CUENTAS DEL PROPIO LIBRO CUENTAS **
      **                EN LAS QUE INTERVIENE EL PERCEPTOR SE APUNTAN **
      **                DIRECTAMENTE (MOVIMIENTO 'L', VIA RUTCTAIN)   **
      **                EN LA MISMA UNIDAD DE TRABAJO QUE MARCA EL    **
      **                SINIESTRO PAGADO; SOLO LAS CUENTAS EXTERNAS   **
      **                VAN AL FICHERO DE TRANSFERENCIAS.             **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-TIPOS           PIC 9(02) VALUE 10.
           05  CT-TIPO-SINIESTRO      PIC X(01) VALUE 'L'.
      *
       01  CN-CONTADORES.
           05  CN-SELECCIONADOS       PIC 9(05).
           05  CN-PAGADOS             PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-ABONOS-INTERNOS     PIC 9(05).
      *
      * TOTALES DEL DIARIO POR TIPO DE POLIZA
       01  TABLA-TIPOS.
           05  WK-ANTICIPOS           PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-NETO        PIC S9(13)V9(2) COMP-3.
           05  WK-TOTAL-ANTICIPOS     PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-INTERNO     PIC S9(13)V9(2) COMP-3.
           05  WK-TOTAL-INTERNO       PIC S9(13)V9(2) COMP-3.
           05  WK-NUM-SIGUIENTE       PIC S9(09) COMP.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-SECUENCIA           PIC 9(03).
           05  SW-CLIENTE-BLOQ        PIC X(01).
               88  SI-CLIENTE-BLOQ              VALUE 'S'.
               88  NO-CLIENTE-BLOQ              VALUE 'N'.
           05  SW-ABONO-INTERNO       PIC X(01).
               88  SI-ABONO-INTERNO             VALUE 'S'.
               88  NO-ABONO-INTERNO             VALUE 'N'.
      *
       COPY CPYCTAIN.
      *
      *---------------SQLCA---------------*
      *
              DISPLAY 'FILE STATUS: ' FS-FPAGOS ' ' FS-FDIARIO
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *     DE PAGADO Y COMMIT POR INTERVALO.                          *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE 0                        TO WK-IMPORTE-INTERNO
      *
           PERFORM 2100-BUSCAR-CUENTA
              THRU 2100-BUSCAR-CUENTA-EXIT
                    DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
                    DISPLAY 'TABLA: CLIENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
              DISPLAY 'TABLA: BENEFICIARIOS_VIDA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
                 DISPLAY 'PARRAFO: 2170-COMPROBAR-BENEF'
                 DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
              DISPLAY 'TABLA: CLIENTES_BLOQUEADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
                 DISPLAY 'PARRAFO: 2180-COMPROBAR-BLOQUEO'
                 DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
              DISPLAY 'PARRAFO: 2210-PAGAR-BENEFICIARIOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
              DISPLAY 'PARRAFO: 2210-PAGAR-BENEFICIARIOS'
              DISPLAY 'FILE STATUS: ' FS-FDIARIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
                    COMPUTE WK-IMPORTE-BENEF ROUNDED =
                            WK-IMPORTE-NETO * BF-PORCENTAJE / 100
      *
                    INITIALIZE CPYCTAIN
                    MOVE BF-DNI-BENEFICIARIO TO DNI-CTI
                    MOVE BF-CUENTA-BANCARIA  TO CUENTA-CTI
                    MOVE WK-IMPORTE-BENEF    TO IMPORTE-CTI
                    PERFORM 2230-ABONO-INTERNO
                       THRU 2230-ABONO-INTERNO-EXIT
      *
                    IF NO-ABONO-INTERNO
                       MOVE BF-CUENTA-BANCARIA  TO CUENTA-PAGO
                       MOVE WK-IMPORTE-BENEF    TO IMPORTE-PAGO
                       MOVE WK-REF-PAGO         TO REF-PAGO-LIN
                       MOVE WK-ID-SINIESTRO     TO ID-PAGO
      *
                       WRITE REG-FPAGOS FROM LINEA-PAGO
      *
                       IF FS-FPAGOS NOT = CT-00
                          DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
                          DISPLAY 'PARRAFO: 2220-ORDEN-BENEFICIARIO'
                          DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
                          MOVE 8         TO RETURN-CODE
                          PERFORM 3000-FIN
                             THRU 3000-FIN-EXIT
                       END-IF
                    END-IF
               WHEN 100
                    SET SI-FIN-BENEF     TO TRUE
                    DISPLAY 'PARRAFO: 2220-ORDEN-BENEFICIARIO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
       2220-ORDEN-BENEFICIARIO-EXIT.
           EXIT.
      ******************************************************************
      *     2230-ABONO-INTERNO                                         *
      *     CON DNI, CUENTA E IMPORTE YA EN CPYCTAIN, RUTCTAIN ABONA   *
      *     EN CUENTAS SI LA CUENTA ES DE LA CASA Y EL PERCEPTOR       *
      *     INTERVIENE EN ELLA. SI NO ('10') EL PAGO VA AL BANCO.      *
      ******************************************************************
       2230-ABONO-INTERNO.
      *
           SET NO-ABONO-INTERNO          TO TRUE
      *
           MOVE 'A'                      TO OPCION-CTI
           MOVE CT-TIPO-SINIESTRO        TO TIPO-MOVTO-CTI
           MOVE 'PAGOSIN'                TO NOMBRE-PGM-CTI
      *
           CALL 'RUTCTAIN' USING CPYCTAIN
      *
           EVALUATE RETORNO-CTI
               WHEN '00'
                    SET SI-ABONO-INTERNO TO TRUE
                    ADD CT-1             TO CN-ABONOS-INTERNOS
                    ADD IMPORTE-CTI      TO WK-IMPORTE-INTERNO
                                            WK-TOTAL-INTERNO
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2230-ABONO-INTERNO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE-CTI
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2230-ABONO-INTERNO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-EMITIR-PAGO                                           *
      *     ABONO EN CUENTAS SI LA CUENTA ES DE LA CASA; SI NO, ORDEN  *
      *     DE TRANSFERENCIA POR EL NETO PENDIENTE. DIARIO POR TIPO DE *
      *     POLIZA.                                                    *
      ******************************************************************
       2200-EMITIR-PAGO.
      *
           INITIALIZE CPYCTAIN
           MOVE TB-DNI                   TO DNI-CTI
           MOVE TB-CUENTA-BANCARIA       TO CUENTA-CTI
           MOVE WK-IMPORTE-NETO          TO IMPORTE-CTI
           PERFORM 2230-ABONO-INTERNO
              THRU 2230-ABONO-INTERNO-EXIT
      *
           IF NO-ABONO-INTERNO
              MOVE TB-CUENTA-BANCARIA    TO CUENTA-PAGO
              MOVE WK-IMPORTE-NETO       TO IMPORTE-PAGO
              MOVE WK-REF-PAGO           TO REF-PAGO-LIN
              MOVE WK-ID-SINIESTRO       TO ID-PAGO
      *
              WRITE REG-FPAGOS FROM LINEA-PAGO
      *
              IF FS-FPAGOS NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
                 DISPLAY 'PARRAFO: 2200-EMITIR-PAGO'
                 DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           MOVE WK-ID-SINIESTRO          TO ID-DIARIO-SIN
              DISPLAY 'PARRAFO: 2200-EMITIR-PAGO'
              DISPLAY 'FILE STATUS: ' FS-FDIARIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
                    DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
           MOVE WK-IMPORTE-NETO          TO PG-IMPORTE-PAGO
           MOVE 'F'                      TO PG-TIPO-PAGO
           MOVE WK-REF-PAGO              TO PG-REF-PAGO
           MOVE WK-IMPORTE-INTERNO       TO PG-IMPORTE-INTERNO
      *
           EXEC SQL
               INSERT INTO PAGOS_SINIESTROS
                      ,IMPORTE_PAGO
                      ,TIPO_PAGO
                      ,FECHA_PAGO
                      ,REF_PAGO
                      ,IMPORTE_INTERNO)
                      VALUES(
                       :PG-ID-SINIETRO
                      ,:PG-NUM-PAGO
                      ,:PG-IMPORTE-PAGO
                      ,:PG-TIPO-PAGO
                      ,CURRENT DATE
                      ,:PG-REF-PAGO
                      ,:PG-IMPORTE-INTERNO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
                    DISPLAY 'TABLA: RESERVAS_SINIESTROS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
           MOVE CN-PAGADOS               TO CANTIDAD-DIARIO
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-DIARIO
           WRITE REG-FDIARIO FROM LINEA-DIARIO
      *
           MOVE 'ABONADO EN CUENTAS CASA ' TO TEXTO-DIARIO
           MOVE SPACES                   TO TIPO-DIARIO
           MOVE CN-ABONOS-INTERNOS       TO CANTIDAD-DIARIO
           MOVE WK-TOTAL-INTERNO         TO IMPORTE-DIARIO
           WRITE REG-FDIARIO FROM LINEA-DIARIO
      *
           EXEC SQL
               CLOSE CUR-PENDIENTES
           END-EXEC
      *
      * LOS ABONOS EN CUENTAS Y LA MARCA DE PAGADO VAN JUNTOS: SI
      * ALGO FALLA A MEDIAS SE DESHACE LO NO CONFIRMADO
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
           CLOSE FPAGOS
                 FDIARIO
                   '    *'
           DISPLAY '*PAGOS EMITIDOS       : ' CN-PAGADOS '    *'
           DISPLAY '*SIN CUENTA DE ABONO  : ' CN-RECHAZADOS '    *'
           DISPLAY '*ABONOS EN CUENTAS    : ' CN-ABONOS-INTERNOS '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
