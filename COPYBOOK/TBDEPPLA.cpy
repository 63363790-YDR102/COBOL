      ******************************************************************
      * DCLGEN TABLE(DEPOSITOS_PLAZO)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBDEPPLA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DEPOSITOS A PLAZO FIJO. BANCO/OFICINA/DC/NUM_CUENTA ES LA      *
      * CUENTA VINCULADA DE LA QUE SALE EL IMPORTE (ALTADEPO) Y A LA   *
      * QUE VUELVEN EL PRINCIPAL Y LOS INTERESES NETOS (VENCDEPO AL    *
      * VENCIMIENTO, CANCDEPO EN LA CANCELACION ANTICIPADA).           *
      * RENOVACION 'S' = AL VENCER SE PAGAN LOS INTERESES Y EL         *
      * PRINCIPAL SE RENUEVA POR EL MISMO PLAZO Y TASA.                *
      * ESTADO: 'A' VIVO, 'V' VENCIDO Y PAGADO, 'C' CANCELADO ANTES    *
      * DEL VENCIMIENTO (CON SU FECHA_CANCELACION).                    *
      ******************************************************************
           EXEC SQL DECLARE DEPOSITOS_PLAZO TABLE
           ( ID_DEPOSITO                    INTEGER NOT NULL,
             BANCO                          CHAR(4) NOT NULL,
             OFICINA                        CHAR(4) NOT NULL,
             DC                             CHAR(2) NOT NULL,
             NUM_CUENTA                     CHAR(10) NOT NULL,
             IMPORTE                        DECIMAL(17, 2) NOT NULL,
             DIVISA                         CHAR(3) NOT NULL,
             PLAZO_MESES                    SMALLINT NOT NULL,
             TASA_ANUAL                     DECIMAL(5, 3) NOT NULL,
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             RENOVACION                     CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CANCELACION              DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPOSITOS_PLAZO                    *
      ******************************************************************
       01  DCLDEPOSITOS-PLAZO.
      *    *************************************************************
      *                       ID_DEPOSITO
           10 DP-ID-DEPOSITO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       BANCO
           10 DP-BANCO             PIC X(4).
      *    *************************************************************
      *                       OFICINA
           10 DP-OFICINA           PIC X(4).
      *    *************************************************************
      *                       DC
           10 DP-DC                PIC X(2).
      *    *************************************************************
      *                       NUM_CUENTA
           10 DP-NUM-CUENTA        PIC X(10).
      *    *************************************************************
      *                       IMPORTE
           10 DP-IMPORTE           PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DIVISA
           10 DP-DIVISA            PIC X(3).
      *    *************************************************************
      *                       PLAZO_MESES
           10 DP-PLAZO-MESES       PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       TASA_ANUAL
           10 DP-TASA-ANUAL        PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_INICIO
           10 DP-FECHA-INICIO      PIC X(10).
      *    *************************************************************
      *                       FECHA_VENCIMIENTO
           10 DP-FECHA-VENCIMIENTO PIC X(10).
      *    *************************************************************
      *                       RENOVACION
           10 DP-RENOVACION        PIC X(1).
      *    *************************************************************
      *                       ESTADO
           10 DP-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_CANCELACION
           10 DP-FECHA-CANCELACION PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
