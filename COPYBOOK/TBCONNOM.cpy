      ******************************************************************
      * DCLGEN TABLE(CONCEPTOS_NOMINA)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCONNOM))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CO-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MAESTRO DE CONCEPTOS DE RETRIBUCION VARIABLE (HORAS EXTRA,     *
      * PRIMAS, COMISIONES...). TIPO_CALCULO 'U' = UNIDADES POR        *
      * PRECIO_UNIDAD, 'I' = IMPORTE INFORMADO. SUJETO_IRPF Y          *
      * SUJETO_SS ('S'/'N') DICEN SI EL CONCEPTO ENTRA EN LA BASE DE   *
      * CADA RETENCION. LO USAN CARGAVAR Y NOMINA.                     *
      ******************************************************************
           EXEC SQL DECLARE CONCEPTOS_NOMINA TABLE
           ( CONCEPTO                       CHAR(3) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             TIPO_CALCULO                   CHAR(1) NOT NULL,
             PRECIO_UNIDAD                  DECIMAL(7, 3) NOT NULL,
             SUJETO_IRPF                    CHAR(1) NOT NULL,
             SUJETO_SS                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CONCEPTOS_NOMINA                   *
      ******************************************************************
       01  DCLCONCEPTOS-NOMINA.
      *    *************************************************************
      *                       CONCEPTO
           10 CO-CONCEPTO          PIC X(3).
      *    *************************************************************
      *                       DESCRIPCION
           10 CO-DESCRIPCION       PIC X(30).
      *    *************************************************************
      *                       TIPO_CALCULO
           10 CO-TIPO-CALCULO      PIC X(1).
      *    *************************************************************
      *                       PRECIO_UNIDAD
           10 CO-PRECIO-UNIDAD     PIC S9(4)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       SUJETO_IRPF
           10 CO-SUJETO-IRPF       PIC X(1).
      *    *************************************************************
      *                       SUJETO_SS
           10 CO-SUJETO-SS         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
