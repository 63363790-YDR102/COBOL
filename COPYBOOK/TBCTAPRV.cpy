      ******************************************************************
      * DCLGEN TABLE(CUENTAS_PROVEEDOR)                                *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCTAPRV))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUENTA BANCARIA (IBAN ELECTRONICO) A LA QUE SE PAGAN LAS       *
      * FACTURAS DE CADA PROVEEDOR. UNA FILA POR PROVEEDOR.            *
      ******************************************************************
           EXEC SQL DECLARE CUENTAS_PROVEEDOR TABLE
           ( ID_PROVEEDOR                   INTEGER NOT NULL,
             IBAN                           CHAR(34) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUENTAS_PROVEEDOR                  *
      ******************************************************************
       01  DCLCUENTAS-PROVEEDOR.
      *    *************************************************************
      *                       ID_PROVEEDOR
           10 CP-ID-PROVEEDOR      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       IBAN
           10 CP-IBAN              PIC X(34).
      *    *************************************************************
      *                       FECHA_ALTA
           10 CP-FECHA-ALTA        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
