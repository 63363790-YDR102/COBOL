      **                PROPIA REFERENCIA Y DEJA EL PAGO 'A' EN LA    **
      **                HISTORIA DE PAGOS. EL DIARIO RECOGE CADA      **
      **                ANTICIPO CON SU SALDO RESTANTE.               **
      **                SI LA CUENTA DEL TOMADOR ES DEL LIBRO CUENTAS **
      **                Y EL INTERVIENE EN ELLA, EL ANTICIPO SE ABONA **
      **                DIRECTAMENTE (MOVIMIENTO 'L', VIA RUTCTAIN) Y **
      **                NO VA AL FICHERO DE TRANSFERENCIAS.           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
               'SUPERA SALDO PENDTE'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(20) VALUE
               'SIN CUENTA DE ABONO'.
           05  CT-TIPO-SINIESTRO      PIC X(01) VALUE 'L'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-ANTICIPOS           PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-ABONOS-INTERNOS     PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  SW-ANTICIPO-VALIDO     PIC X(01).
               88  SI-ANTICIPO-VALIDO           VALUE 'S'.
               88  NO-ANTICIPO-VALIDO           VALUE 'N'.
           05  SW-ABONO-INTERNO       PIC X(01).
               88  SI-ABONO-INTERNO             VALUE 'S'.
               88  NO-ABONO-INTERNO             VALUE 'N'.
      *
       COPY CPYCTAIN.
      *
      *---------------SQLCA---------------*
      *
           EXIT.
      ******************************************************************
      *     2200-EMITIR-ANTICIPO                                       *
      *     CUENTA DEL TOMADOR, ABONO EN CUENTAS SI ES DE LA CASA O    *
      *     ORDEN DE TRANSFERENCIA CON REFERENCIA PROPIA SI NO, ALTA   *
      *     EN LA HISTORIA DE PAGOS Y LINEA DE DIARIO.                 *
      ******************************************************************
       2200-EMITIR-ANTICIPO.
      *
           ADD CT-1                      TO WK-SECUENCIA
           MOVE WK-SECUENCIA             TO WK-REF-SEQ
      *
           PERFORM 2250-ABONO-INTERNO
              THRU 2250-ABONO-INTERNO-EXIT
      *
           IF NO-ABONO-INTERNO
              MOVE TB-CUENTA-BANCARIA    TO CUENTA-PAGO
              MOVE IMPORTE-ANT           TO IMPORTE-PAGO
              MOVE WK-REF-PAGO           TO REF-PAGO-LIN
              MOVE ID-SINIESTRO-ANT      TO ID-PAGO
      *
              WRITE REG-FPAGOS FROM LINEA-PAGO
      *
              IF FS-FPAGOS NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
                 DISPLAY 'PARRAFO: 2200-EMITIR-ANTICIPO'
                 DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           PERFORM 2300-GRABAR-PAGO
       2200-EMITIR-ANTICIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2250-ABONO-INTERNO                                         *
      *     RUTCTAIN ABONA EL ANTICIPO EN CUENTAS SI LA CUENTA ES DE   *
      *     LA CASA Y EL TOMADOR INTERVIENE EN ELLA. CON '10' EL PAGO  *
      *     SIGUE POR EL FICHERO DE TRANSFERENCIAS DEL BANCO.          *
      ******************************************************************
       2250-ABONO-INTERNO.
      *
           SET NO-ABONO-INTERNO          TO TRUE
           MOVE 0                        TO PG-IMPORTE-INTERNO
      *
           INITIALIZE CPYCTAIN
           MOVE 'A'                      TO OPCION-CTI
           MOVE TB-DNI                   TO DNI-CTI
           MOVE TB-CUENTA-BANCARIA       TO CUENTA-CTI
           MOVE IMPORTE-ANT              TO IMPORTE-CTI
           MOVE CT-TIPO-SINIESTRO        TO TIPO-MOVTO-CTI
           MOVE 'ANTPAGO'                TO NOMBRE-PGM-CTI
      *
           CALL 'RUTCTAIN' USING CPYCTAIN
      *
           EVALUATE RETORNO-CTI
               WHEN CT-00
                    SET SI-ABONO-INTERNO TO TRUE
                    MOVE IMPORTE-ANT     TO PG-IMPORTE-INTERNO
                    ADD CT-1             TO CN-ABONOS-INTERNOS
               WHEN CT-10
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2250-ABONO-INTERNO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE-CTI
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2250-ABONO-INTERNO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GRABAR-PAGO                                           *
      ******************************************************************
       2300-GRABAR-PAGO.
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
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
      ******************************************************************
       3000-FIN.
      *
      * UN ANTICIPO ABONADO EN CUENTAS Y SU ALTA EN PAGOS_SINIESTROS
      * VAN EN LA MISMA UNIDAD DE TRABAJO: CON ERROR NO SE CONFIRMAN
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
           CLOSE FANTICIP
                 FPAGOS
           DISPLAY '***********************************'
           DISPLAY '*SOLICITUDES LEIDAS : ' CN-REG-LEIDOS '      *'
           DISPLAY '*ANTICIPOS EMITIDOS : ' CN-ANTICIPOS '      *'
           DISPLAY '*ABONADOS EN CUENTAS: ' CN-ABONOS-INTERNOS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '***********************************'
      *
