      **                  EL IBAN DEL MANDATO JUNTO A LA CUENTA CCC.  **
      **                  CADA RECIBO ADEUDADO PASA A ESTADO 'C'      **
      **                  (COBRADO SALVO DEVOLUCION DE DEVBANCO).     **
      **                  EL ADEUDO ES LA PRIMA MAS EL RECARGO DEL    **
      **                  CONSORCIO DEL RECIBO.                       **
      **                  SI LA CUENTA DEL TOMADOR ES DEL LIBRO       **
      **                  CUENTAS (RUTCTAIN), EL RECIBO SE COBRA CON  **
      **                  UN CARGO 'S' DIRECTO EN LA CUENTA, EN LA    **
      **                  MISMA UNIDAD DE TRABAJO QUE LO MARCA        **
      **                  COBRADO (CANAL_COBRO 'I'), Y NO VA AL       **
      **                  FICHERO DEL BANCO.                          **
      **                  SI RUTCTAIN RECHAZA EL CARGO ('20': CUENTA  **
      **                  BLOQUEADA O SALDO EMBARGADO) EL RECIBO VA A **
      **                  RECHAZOS CON ESE MOTIVO Y SIGUE EMITIDO.    **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
               'TITULAR NO HALLADO'.
           05  CT-MOTIVO-SIN-MANDATO  PIC X(20) VALUE
               'SIN MANDATO SEPA'.
           05  CT-TIPO-PRIMA          PIC X(01) VALUE 'S'.
           05  CT-CANAL-BANCO         PIC X(01) VALUE 'D'.
           05  CT-CANAL-INTERNO       PIC X(01) VALUE 'I'.
      *
      * PESOS DEL ALGORITMO ESTANDAR DEL DIGITO DE CONTROL, COMO EN
      * RUTREPOS: 1,2,4,8,5,10,9,7,3,6 SOBRE CADA MITAD DE 10 DIGITOS
           05  CN-ADEUDOS             PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
           05  CN-POLIZAS             PIC 9(05).
           05  CN-COBROS-INTERNOS     PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-PRIMA               PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(13)V9(2) COMP-3.
           05  WK-MOTIVO              PIC X(20).
           05  WK-IMPORTE-INTERNO     PIC S9(13)V9(2) COMP-3.
           05  WK-CANAL-COBRO         PIC X(01).
      *
       COPY CPYFECHA.
      *
       COPY CPYCTAIN.
      *
       01  WK-CUENTA.
           05  WK-CTA-BANCO           PIC X(04).
           05  SW-MANDATO-ACTIVO      PIC X(01).
               88  SI-MANDATO-ACTIVO            VALUE 'S'.
               88  NO-MANDATO-ACTIVO            VALUE 'N'.
           05  SW-COBRO-INTERNO       PIC X(01).
               88  SI-COBRO-INTERNO             VALUE 'S'.
               88  NO-COBRO-INTERNO             VALUE 'N'.
               88  RECHAZO-COBRO-INTERNO        VALUE 'R'.
      *
      *---------------SQLCA---------------*
      *
               DECLARE CUR-RECIBOS CURSOR FOR
               SELECT NUM_RECIBO
                     ,NUMERO_POLIZA
                     ,IMPORTE + RECARGO_CONSORCIO
                 FROM RECIBOS_PRIMAS
                WHERE ESTADO = 'E'
                  AND FECHA_EMISION BETWEEN :WK-FECHA-DESDE
           END-EVALUATE
      *
           MOVE TB-CUENTA-BANCARIA       TO WK-CUENTA-ENTERA
      *
      * UN TOMADOR CON CUENTA EN CASA SE COBRA DIRECTAMENTE EN CUENTAS:
      * NI MANDATO NI FICHERO DEL BANCO
           PERFORM 2320-COBRO-INTERNO
              THRU 2320-COBRO-INTERNO-EXIT
      *
           IF SI-COBRO-INTERNO
              GO TO 2300-PREPARAR-ORDEN-EXIT
           END-IF
      *
           IF RECHAZO-COBRO-INTERNO
              MOVE MOTIVO-CTI            TO WK-MOTIVO
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
              GO TO 2300-PREPARAR-ORDEN-EXIT
           END-IF
      *
           PERFORM 2350-BUSCAR-MANDATO
              THRU 2350-BUSCAR-MANDATO-EXIT
              PERFORM 2500-ESCRIBIR-ADEUDO
                 THRU 2500-ESCRIBIR-ADEUDO-EXIT
      *
              MOVE CT-CANAL-BANCO        TO WK-CANAL-COBRO
              PERFORM 2550-MARCAR-COBRADO
                 THRU 2550-MARCAR-COBRADO-EXIT
           ELSE
       2300-PREPARAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *     2320-COBRO-INTERNO                                         *
      *     RUTCTAIN CARGA EL RECIBO EN LA CUENTA SI ES DE LA CASA Y   *
      *     EL TOMADOR INTERVIENE EN ELLA, CON SALDO. SI NO ('10'), EL *
      *     RECIBO SIGUE POR EL ADEUDO DOMICILIADO DE SIEMPRE. CON     *
      *     '20' (BLOQUEADA O EMBARGADA) NO SE COBRA POR NINGUN CAMINO.*
      ******************************************************************
       2320-COBRO-INTERNO.
      *
           SET NO-COBRO-INTERNO          TO TRUE
      *
           INITIALIZE CPYCTAIN
           MOVE 'C'                      TO OPCION-CTI
           MOVE TB-DNI                   TO DNI-CTI
           MOVE WK-CUENTA-ENTERA         TO CUENTA-CTI
           MOVE WK-PRIMA                 TO IMPORTE-CTI
           MOVE CT-TIPO-PRIMA            TO TIPO-MOVTO-CTI
           MOVE 'COBRODOM'               TO NOMBRE-PGM-CTI
      *
           CALL 'RUTCTAIN' USING CPYCTAIN
      *
           EVALUATE RETORNO-CTI
               WHEN '00'
                    SET SI-COBRO-INTERNO TO TRUE
               WHEN '10'
                    GO TO 2320-COBRO-INTERNO-EXIT
               WHEN '20'
                    SET RECHAZO-COBRO-INTERNO TO TRUE
                    GO TO 2320-COBRO-INTERNO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2320-COBRO-INTERNO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE-CTI
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE CT-CANAL-INTERNO         TO WK-CANAL-COBRO
      *
           PERFORM 2550-MARCAR-COBRADO
              THRU 2550-MARCAR-COBRADO-EXIT
      *
           ADD CT-1                      TO CN-COBROS-INTERNOS
           ADD WK-PRIMA                  TO WK-IMPORTE-INTERNO
      *
           .
       2320-COBRO-INTERNO-EXIT.
           EXIT.
      ******************************************************************
      *     2350-BUSCAR-MANDATO                                        *
      *     SIN MANDATO SEPA ACTIVO DEL TITULAR NO SE PUEDE ADEUDAR:   *
      *     EL BANCO DEVOLVERIA LA REMESA ENTERA. EL IBAN DEL MANDATO  *
      ******************************************************************
      *     2550-MARCAR-COBRADO                                        *
      *     EL RECIBO ADEUDADO PASA A 'C': SI EL BANCO LO DEVUELVE,    *
      *     DEVBANCO LO VOLVERA A PONER COMO DEVUELTO. EL CANAL DEJA   *
      *     CONSTANCIA DE SI SE COBRO POR EL BANCO O EN CUENTAS.       *
      ******************************************************************
       2550-MARCAR-COBRADO.
      *
           MOVE WK-NUM-RECIBO            TO RB-NUM-RECIBO
           MOVE WK-CANAL-COBRO           TO RB-CANAL-COBRO
      *
           EXEC SQL
               UPDATE RECIBOS_PRIMAS
                  SET ESTADO = 'C'
                     ,FECHA_ESTADO = CURRENT DATE
                     ,CANAL_COBRO = :RB-CANAL-COBRO
                WHERE NUM_RECIBO = :RB-NUM-RECIBO
           END-EXEC
      *
                    DISPLAY 'TABLA: RECIBOS_PRIMAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOT
           WRITE REG-FADEUDOS FROM LINEA-TOTAL
      *
      * LOS CARGOS EN CUENTAS Y LAS MARCAS DE COBRADO VAN JUNTOS: SI
      * ALGO FALLA A MEDIAS SE DESHACEN AMBOS
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
           CLOSE FADEUDOS
                 FRECHAZO
           DISPLAY '*RECIBOS AL COBRO   : ' CN-POLIZAS '      *'
           DISPLAY '*ADEUDOS EMITIDOS   : ' CN-ADEUDOS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZOS '      *'
           DISPLAY '*COBRADOS EN CUENTAS: ' CN-COBROS-INTERNOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
