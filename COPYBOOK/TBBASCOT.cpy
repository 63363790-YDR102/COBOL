      ******************************************************************
      * DCLGEN TABLE(BASES_COTIZACION)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBBASCOT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TOPES LEGALES MENSUALES DE LA BASE DE COTIZACION A LA          *
      * SEGURIDAD SOCIAL, UNA FILA POR EJERCICIO (AAAA). LOS USA       *
      * COTIZASS PARA AJUSTAR LA BASE DE CADA EMPLEADO.                *
      ******************************************************************
           EXEC SQL DECLARE BASES_COTIZACION TABLE
           ( EJERCICIO                      CHAR(4) NOT NULL,
             BASE_MINIMA                    DECIMAL(9, 2) NOT NULL,
             BASE_MAXIMA                    DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BASES_COTIZACION                   *
      ******************************************************************
       01  DCLBASES-COTIZACION.
      *    *************************************************************
      *                       EJERCICIO
           10 BC-EJERCICIO         PIC X(4).
      *    *************************************************************
      *                       BASE_MINIMA
           10 BC-BASE-MINIMA       PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       BASE_MAXIMA
           10 BC-BASE-MAXIMA       PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
