      ******************************************************************
      * DCLGEN TABLE(ZONAS_TRANSPORTE)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBZONTRA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ZT-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZONA DE DESTINO DE CADA TRANSPORTISTA POR PREFIJO DE CODIGO    *
      * POSTAL (EL MISMO PREFIJO QUE LA TABLA PROVINCIAS).             *
      ******************************************************************
           EXEC SQL DECLARE ZONAS_TRANSPORTE TABLE
           ( TRANSPORTISTA                  CHAR(20) NOT NULL,
             PREFIJO                        CHAR(2) NOT NULL,
             ZONA                           CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ZONAS_TRANSPORTE                   *
      ******************************************************************
       01  DCLZONAS-TRANSPORTE.
      *    *************************************************************
      *                       TRANSPORTISTA
           10 ZT-TRANSPORTISTA     PIC X(20).
      *    *************************************************************
      *                       PREFIJO
           10 ZT-PREFIJO           PIC X(2).
      *    *************************************************************
      *                       ZONA
           10 ZT-ZONA              PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
