      ******************************************************************
      * DCLGEN TABLE(DISTRIBUCION_INFORMES)                            *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBDISINF))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DI-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DISTRIBUCION_INFORMES TABLE
           ( INFORME                        CHAR(8) NOT NULL,
             CLAVE_CORTE                    CHAR(20) NOT NULL,
             DESTINATARIO                   CHAR(60) NOT NULL,
             CANAL                          CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DISTRIBUCION_INFORMES              *
      ******************************************************************
       01  DCLDISTRIBUCION-INFORMES.
      *    *************************************************************
      *                       INFORME
           10 DI-INFORME           PIC X(8).
      *    *************************************************************
      *                       CLAVE_CORTE
           10 DI-CLAVE-CORTE       PIC X(20).
      *    *************************************************************
      *                       DESTINATARIO
           10 DI-DESTINATARIO      PIC X(60).
      *    *************************************************************
      *                       CANAL
           10 DI-CANAL             PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
