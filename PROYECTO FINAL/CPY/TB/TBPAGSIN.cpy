      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HISTORIA DE PAGOS POR SINIESTRO: TIPO_PAGO 'A' ANTICIPO,       *
      * 'F' FINIQUITO, 'P' FACTURA DE REPARADOR PAGADA DIRECTAMENTE    *
      * (FACTPROV). LA SUMA DE PAGOS NUNCA SUPERA LA INDEMNIZACION.    *
      * IMPORTE_INTERNO: PARTE DEL PAGO ABONADA DIRECTAMENTE EN        *
      * CUENTAS (CUENTA DE LA CASA); EL RESTO SALIO POR TRANSFERENCIA. *
      * NULO EN LOS PAGOS QUE NO PASAN POR PAGOSIN NI ANTPAGO.         *
      ******************************************************************
           EXEC SQL DECLARE PAGOS_SINIESTROS TABLE
           ( ID_SINIETRO                    INTEGER NOT NULL,
             IMPORTE_PAGO                   DECIMAL(15, 2) NOT NULL,
             TIPO_PAGO                      CHAR(1) NOT NULL,
             FECHA_PAGO                     DATE NOT NULL,
             REF_PAGO                       CHAR(12) NOT NULL,
             IMPORTE_INTERNO                DECIMAL(15, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAGOS_SINIESTROS                   *
      *    *************************************************************
      *                       REF_PAGO
           10 PG-REF-PAGO          PIC X(12).
      *    *************************************************************
      *                       IMPORTE_INTERNO
           10 PG-IMPORTE-INTERNO   PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
