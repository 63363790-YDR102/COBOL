      ******************************************************************
      * DCLGEN TABLE(ESCALA_RESCATE)                                   *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBESCRES))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ER-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ESCALA DE VALORES DE RESCATE DE LAS POLIZAS DE VIDA. PARA CADA *
      * ANYO DE POLIZA, PORCENTAJE DE LA PROVISION (PRIMAS COBRADAS)   *
      * QUE SE PAGA AL RESCATAR; EL RESTO ES LA PENALIZACION. A PARTIR *
      * DEL ULTIMO ANYO DE LA ESCALA SE APLICA SU PORCENTAJE.          *
      ******************************************************************
           EXEC SQL DECLARE ESCALA_RESCATE TABLE
           ( ANYO_POLIZA                    SMALLINT NOT NULL,
             PORCENTAJE_RESCATE             DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ESCALA_RESCATE                     *
      ******************************************************************
       01  DCLESCALA-RESCATE.
      *    *************************************************************
      *                       ANYO_POLIZA
           10 ER-ANYO-POLIZA       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       PORCENTAJE_RESCATE
           10 ER-PORCENTAJE-RESCATE
              PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
