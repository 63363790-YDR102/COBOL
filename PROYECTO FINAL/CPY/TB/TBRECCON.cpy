      ******************************************************************
      * DCLGEN TABLE(RECARGOS_CONSORCIO)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBRECCON))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CS-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RECARGO DE RIESGOS EXTRAORDINARIOS DEL CONSORCIO DE            *
      * COMPENSACION DE SEGUROS POR RAMO (TIPO DE POLIZA): PORCENTAJE  *
      * SOBRE LA PRIMA DEL RECIBO VIGENTE EN LA FECHA DE EMISION. UN   *
      * RAMO SIN FILA VIGENTE NO LLEVA RECARGO.                        *
      ******************************************************************
           EXEC SQL DECLARE RECARGOS_CONSORCIO TABLE
           ( TIPO_POLIZA                    CHAR(2) NOT NULL,
             PORCENT_RECARGO                DECIMAL(5, 2) NOT NULL,
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_FIN                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RECARGOS_CONSORCIO                 *
      ******************************************************************
       01  DCLRECARGOS-CONSORCIO.
      *    *************************************************************
      *                       TIPO_POLIZA
           10 CS-TIPO-POLIZA       PIC X(2).
      *    *************************************************************
      *                       PORCENT_RECARGO
           10 CS-PORCENT-RECARGO   PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_INICIO
           10 CS-FECHA-INICIO      PIC X(10).
      *    *************************************************************
      *                       FECHA_FIN
           10 CS-FECHA-FIN         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
