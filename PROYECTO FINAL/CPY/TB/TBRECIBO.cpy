      ******************************************************************
      * ESTADOS DEL RECIBO: 'E' EMITIDO, 'C' COBRADO, 'D' DEVUELTO,   *
      * 'A' ANULADO.                                                   *
      * RECARGO_CONSORCIO: RECARGO DE RIESGOS EXTRAORDINARIOS QUE SE   *
      * CALCULA AL EMITIR (RECARGOS_CONSORCIO). NO VA EN IMPORTE.      *
      * TRIM_CONSORCIO (AAAAT): TRIMESTRE EN QUE CONSLIQ LO LIQUIDO AL *
      * CONSORCIO; EN BLANCO MIENTRAS ESTA PENDIENTE.                  *
      * CANAL_COBRO: 'D' ADEUDO DOMICILIADO EN BANCO EXTERNO, 'I'      *
      * CARGO DIRECTO EN CUENTAS (TOMADOR CLIENTE DE LA CASA). NULO    *
      * MIENTRAS EL RECIBO NO SE HA COBRADO.                           *
      ******************************************************************
           EXEC SQL DECLARE RECIBOS_PRIMAS TABLE
           ( NUM_RECIBO                     INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_EMISION                  DATE NOT NULL,
             FECHA_ESTADO                   DATE NOT NULL,
             MOTIVO_DEVOLUCION              CHAR(2),
             RECARGO_CONSORCIO              DECIMAL(15, 2) NOT NULL,
             TRIM_CONSORCIO                 CHAR(5) NOT NULL,
             CANAL_COBRO                    CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RECIBOS_PRIMAS                     *
      *    *************************************************************
      *                       MOTIVO_DEVOLUCION
           10 RB-MOTIVO-DEVOLUCION PIC X(2).
      *    *************************************************************
      *                       RECARGO_CONSORCIO
           10 RB-RECARGO-CONSORCIO PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       TRIM_CONSORCIO
           10 RB-TRIM-CONSORCIO    PIC X(5).
      *    *************************************************************
      *                       CANAL_COBRO
           10 RB-CANAL-COBRO       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
