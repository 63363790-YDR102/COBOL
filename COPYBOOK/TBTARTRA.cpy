      ******************************************************************
      * DCLGEN TABLE(TARIFAS_TRANSPORTE)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBTARTRA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TT-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TARIFA PACTADA CON CADA TRANSPORTISTA POR TIPO DE ENVIO Y ZONA *
      * DE DESTINO: IMPORTE POR ENVIO. LA USA AUDIPORT PARA RECALCULAR *
      * EL PORTE ESPERADO DE CADA LINEA FACTURADA.                     *
      ******************************************************************
           EXEC SQL DECLARE TARIFAS_TRANSPORTE TABLE
           ( TRANSPORTISTA                  CHAR(20) NOT NULL,
             TIPO_ENVIO                     CHAR(8) NOT NULL,
             ZONA                           CHAR(2) NOT NULL,
             IMPORTE                        DECIMAL(7, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARIFAS_TRANSPORTE                 *
      ******************************************************************
       01  DCLTARIFAS-TRANSPORTE.
      *    *************************************************************
      *                       TRANSPORTISTA
           10 TT-TRANSPORTISTA     PIC X(20).
      *    *************************************************************
      *                       TIPO_ENVIO
           10 TT-TIPO-ENVIO        PIC X(8).
      *    *************************************************************
      *                       ZONA
           10 TT-ZONA              PIC X(2).
      *    *************************************************************
      *                       IMPORTE
           10 TT-IMPORTE           PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
