      ******************************************************************
      * DCLGEN TABLE(PENALIZACION_DEPOSITOS)                           *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPENDEP))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PZ-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PENALIZACION POR CANCELACION ANTICIPADA DE DEPOSITOS A PLAZO   *
      * POR TRAMO DE PLAZO EN MESES, CON FECHA EFECTIVA COMO           *
      * TIPOS_INTERES. CANCDEPO RESTA LA TASA DE PENALIZACION A LA     *
      * TASA PACTADA DURANTE LOS DIAS TRANSCURRIDOS (SIN BAJAR DE      *
      * CERO: EL PRINCIPAL NUNCA SE PENALIZA).                         *
      ******************************************************************
           EXEC SQL DECLARE PENALIZACION_DEPOSITOS TABLE
           ( PLAZO_DESDE                    SMALLINT NOT NULL,
             PLAZO_HASTA                    SMALLINT NOT NULL,
             TASA_PENALIZACION              DECIMAL(5, 3) NOT NULL,
             FECHA_EFECTIVA                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PENALIZACION_DEPOSITOS             *
      ******************************************************************
       01  DCLPENALIZACION-DEPOSITOS.
      *    *************************************************************
      *                       PLAZO_DESDE
           10 PZ-PLAZO-DESDE       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       PLAZO_HASTA
           10 PZ-PLAZO-HASTA       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       TASA_PENALIZACION
           10 PZ-TASA-PENALIZACION PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_EFECTIVA
           10 PZ-FECHA-EFECTIVA    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
