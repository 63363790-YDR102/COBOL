      ******************************************************************
      * DCLGEN TABLE(NOMINA_VARIABLE)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBNOMVAR))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(NV-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RETRIBUCION VARIABLE DEL MES POR EMPLEADO Y CONCEPTO. LA GRABA *
      * CARGAVAR YA VALIDADA CONTRA EMPLEADOS Y CONCEPTOS_NOMINA, CON  *
      * EL IMPORTE RESUELTO. NOMINA LA SUMA AL BRUTO DEL PERIODO.      *
      ******************************************************************
           EXEC SQL DECLARE NOMINA_VARIABLE TABLE
           ( MATRICULA                      CHAR(4) NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             CONCEPTO                       CHAR(3) NOT NULL,
             UNIDADES                       DECIMAL(7, 2) NOT NULL,
             IMPORTE                        DECIMAL(10, 3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NOMINA_VARIABLE                    *
      ******************************************************************
       01  DCLNOMINA-VARIABLE.
      *    *************************************************************
      *                       MATRICULA
           10 NV-MATRICULA         PIC X(4).
      *    *************************************************************
      *                       PERIODO
           10 NV-PERIODO           PIC X(7).
      *    *************************************************************
      *                       CONCEPTO
           10 NV-CONCEPTO          PIC X(3).
      *    *************************************************************
      *                       UNIDADES
           10 NV-UNIDADES          PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE
           10 NV-IMPORTE           PIC S9(7)V9(3) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
