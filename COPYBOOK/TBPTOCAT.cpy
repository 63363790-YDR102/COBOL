      ******************************************************************
      * DCLGEN TABLE(PUNTOS_CATEGORIA)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPTOCAT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PUNTOS DE FIDELIZACION QUE GANA CADA EURO FACTURADO SEGUN LA   *
      * CATEGORIA DEL PRODUCTO. UNA CATEGORIA SIN FILA NO GENERA       *
      * PUNTOS.                                                        *
      ******************************************************************
           EXEC SQL DECLARE PUNTOS_CATEGORIA TABLE
           ( CATEGORIA                      CHAR(30) NOT NULL,
             PUNTOS_EURO                    DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PUNTOS_CATEGORIA                   *
      ******************************************************************
       01  DCLPUNTOS-CATEGORIA.
      *    *************************************************************
      *                       CATEGORIA
           10 PC-CATEGORIA         PIC X(30).
      *    *************************************************************
      *                       PUNTOS_EURO
           10 PC-PUNTOS-EURO       PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
