      ******************************************************************
      * DCLGEN TABLE(DEVOLUCIONES_CONSORCIO)                           *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBDEVCON))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RECARGOS DEL CONSORCIO A DESCONTAR: LOS DA DE ALTA DEVBANCO    *
      * AL DEVOLVER UN RECIBO CUYO RECARGO YA SE HABIA LIQUIDADO AL    *
      * CONSORCIO. TRIM_CONSORCIO (AAAAT) ES EL TRIMESTRE EN QUE       *
      * CONSLIQ LO DESCUENTA; EN BLANCO MIENTRAS ESTA PENDIENTE.       *
      ******************************************************************
           EXEC SQL DECLARE DEVOLUCIONES_CONSORCIO TABLE
           ( NUM_RECIBO                     INTEGER NOT NULL,
             RECARGO_CONSORCIO              DECIMAL(15, 2) NOT NULL,
             FECHA_DEVOLUCION               DATE NOT NULL,
             TRIM_CONSORCIO                 CHAR(5) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEVOLUCIONES_CONSORCIO             *
      ******************************************************************
       01  DCLDEVOLUCIONES-CONSORCIO.
      *    *************************************************************
      *                       NUM_RECIBO
           10 DC-NUM-RECIBO        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       RECARGO_CONSORCIO
           10 DC-RECARGO-CONSORCIO PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_DEVOLUCION
           10 DC-FECHA-DEVOLUCION  PIC X(10).
      *    *************************************************************
      *                       TRIM_CONSORCIO
           10 DC-TRIM-CONSORCIO    PIC X(5).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
