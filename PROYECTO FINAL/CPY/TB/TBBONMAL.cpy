      ******************************************************************
      * DCLGEN TABLE(ESCALA_BONUS_MALUS)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBBONMAL))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BM-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ESCALA BONUS-MALUS DEL RAMO DE AUTOS. CADA CLASE LLEVA EL      *
      * PORCENTAJE DE LA PRIMA DE TARIFA QUE PAGA LA POLIZA (100 = SIN *
      * BONIFICACION NI RECARGO). LA CLASE MAS BAJA ES EL SUELO DE LA  *
      * BONIFICACION Y LA MAS ALTA EL TECHO DEL RECARGO.               *
      ******************************************************************
           EXEC SQL DECLARE ESCALA_BONUS_MALUS TABLE
           ( CLASE                          SMALLINT NOT NULL,
             PORCENTAJE_PRIMA               DECIMAL(5, 2) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ESCALA_BONUS_MALUS                 *
      ******************************************************************
       01  DCLESCALA-BONUS-MALUS.
      *    *************************************************************
      *                       CLASE
           10 BM-CLASE             PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       PORCENTAJE_PRIMA
           10 BM-PORCENTAJE-PRIMA  PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DESCRIPCION
           10 BM-DESCRIPCION       PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
