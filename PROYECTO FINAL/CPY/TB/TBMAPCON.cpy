      ******************************************************************
      * DCLGEN TABLE(MAPEO_CONTABLE)                                   *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBMAPCON))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUENTAS CONTABLES DE CADA TIPO DE MOVIMIENTO ECONOMICO PARA EL *
      * INTERFAZ DIARIO CON CONTABILIDAD (CONTADIA). RAMO ES EL TIPO   *
      * DE POLIZA; '**' VALE PARA CUALQUIER RAMO SIN FILA PROPIA.      *
      * TIPOS DE EVENTO:                                               *
      *   PRIMCOBR PRIMA COBRADA POR EL BANCO (COBRODOM)               *
      *   PRIMCOBI PRIMA COBRADA EN CUENTAS DE LA CASA (COBRODOM,      *
      *            CANAL_COBRO 'I'): CONTRAPARTIDA LA CUENTA PUENTE    *
      *            DE CUENTAS CORRIENTES, NO EL BANCO                  *
      *   PRIMDEVO RECIBO DEVUELTO (DEVBANCO)                          *
      *   RECCCSCO RECARGO DEL CONSORCIO COBRADO POR EL BANCO: HABER   *
      *            EN LA CUENTA DE ACREEDOR CONSORCIO                  *
      *   RECCCSCI RECARGO DEL CONSORCIO COBRADO EN CUENTAS DE LA CASA *
      *            (CONTRAPARTIDA LA CUENTA PUENTE DE CUENTAS)         *
      *   RECCCSDV RECARGO DEL CONSORCIO DE UN RECIBO DEVUELTO: DEBE   *
      *            EN LA CUENTA DE ACREEDOR CONSORCIO, QUE ASI QUEDA   *
      *            NETA DE DEVOLUCIONES                                *
      *   SINPAGO  FINIQUITO DE SINIESTRO TRANSFERIDO (PAGOSIN)        *
      *   SINPAGOI FINIQUITO ABONADO EN CUENTAS DE LA CASA (PAGOSIN,   *
      *            IMPORTE_INTERNO): CONTRAPARTIDA LA CUENTA PUENTE    *
      *   SINANTIC ANTICIPO DE SINIESTRO TRANSFERIDO (ANTPAGO)         *
      *   SINANTII ANTICIPO ABONADO EN CUENTAS DE LA CASA (ANTPAGO,    *
      *            IMPORTE_INTERNO): CONTRAPARTIDA LA CUENTA PUENTE    *
      *   SINPROVE FACTURA DE REPARADOR PAGADA (FACTPROV)              *
      *   RECUPERA RECOBRO DE SINIESTRO (REGRECUP)                     *
      *   HONPERIT HONORARIOS DE PERITOS (LIQPER)                      *
      *   REASCEDI PRIMA CEDIDA AL REASEGURO (REASCES)                 *
      * SE MANTIENE CON MAPCRUD.                                       *
      ******************************************************************
           EXEC SQL DECLARE MAPEO_CONTABLE TABLE
           ( TIPO_EVENTO                    CHAR(8) NOT NULL,
             RAMO                           CHAR(2) NOT NULL,
             CUENTA_DEBE                    CHAR(10) NOT NULL,
             CUENTA_HABER                   CHAR(10) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             USUARIO_MODIF                  CHAR(30) NOT NULL,
             FECHA_MODIF                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MAPEO_CONTABLE                     *
      ******************************************************************
       01  DCLMAPEO-CONTABLE.
      *    *************************************************************
      *                       TIPO_EVENTO
           10 MC-TIPO-EVENTO       PIC X(8).
      *    *************************************************************
      *                       RAMO
           10 MC-RAMO              PIC X(2).
      *    *************************************************************
      *                       CUENTA_DEBE
           10 MC-CUENTA-DEBE       PIC X(10).
      *    *************************************************************
      *                       CUENTA_HABER
           10 MC-CUENTA-HABER      PIC X(10).
      *    *************************************************************
      *                       DESCRIPCION
           10 MC-DESCRIPCION       PIC X(30).
      *    *************************************************************
      *                       USUARIO_MODIF
           10 MC-USUARIO-MODIF     PIC X(30).
      *    *************************************************************
      *                       FECHA_MODIF
           10 MC-FECHA-MODIF       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
