      ******************************************************************
      * DCLGEN TABLE(HISTORICO_RESERVAS)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBHISRES))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HR-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FOTO TRIMESTRAL DE LAS RESERVAS DE SINIESTROS PENDIENTES. UNA  *
      * FILA POR SINIESTRO CON RESERVA ABIERTA A CADA FECHA DE CORTE   *
      * (ULTIMO DIA DEL TRIMESTRE), CON EL IMPORTE VIGENTE ENTONCES.   *
      * LA GRABA TRIANSIN AL CIERRE DE CADA TRIMESTRE.                 *
      ******************************************************************
           EXEC SQL DECLARE HISTORICO_RESERVAS TABLE
           ( FECHA_CORTE                    DATE NOT NULL,
             ID_SINIETRO                    INTEGER NOT NULL,
             NUMERO_POLIZA                  CHAR(9) NOT NULL,
             IMPORTE_RESERVA                DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HISTORICO_RESERVAS                 *
      ******************************************************************
       01  DCLHISTORICO-RESERVAS.
      *    *************************************************************
      *                       FECHA_CORTE
           10 HR-FECHA-CORTE       PIC X(10).
      *    *************************************************************
      *                       ID_SINIETRO
           10 HR-ID-SINIETRO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUMERO_POLIZA
           10 HR-NUMERO-POLIZA     PIC X(9).
      *    *************************************************************
      *                       IMPORTE_RESERVA
           10 HR-IMPORTE-RESERVA   PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
