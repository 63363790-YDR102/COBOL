      ******************************************************************
      * DCLGEN TABLE(ENVIOS_INFORMES)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBENVINF))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EI-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ENVIOS_INFORMES TABLE
           ( INFORME                        CHAR(8) NOT NULL,
             CLAVE_CORTE                    CHAR(20) NOT NULL,
             DESTINATARIO                   CHAR(60) NOT NULL,
             CANAL                          CHAR(3) NOT NULL,
             FECHA_ENVIO                    TIMESTAMP NOT NULL,
             NUM_LINEAS                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ENVIOS_INFORMES                    *
      ******************************************************************
       01  DCLENVIOS-INFORMES.
      *    *************************************************************
      *                       INFORME
           10 EI-INFORME           PIC X(8).
      *    *************************************************************
      *                       CLAVE_CORTE
           10 EI-CLAVE-CORTE       PIC X(20).
      *    *************************************************************
      *                       DESTINATARIO
           10 EI-DESTINATARIO      PIC X(60).
      *    *************************************************************
      *                       CANAL
           10 EI-CANAL             PIC X(3).
      *    *************************************************************
      *                       FECHA_ENVIO
           10 EI-FECHA-ENVIO       PIC X(26).
      *    *************************************************************
      *                       NUM_LINEAS
           10 EI-NUM-LINEAS        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
