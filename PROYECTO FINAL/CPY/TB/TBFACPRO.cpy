      ******************************************************************
      * DCLGEN TABLE(FACTURAS_PROVEEDORES)                             *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBFACPRO))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FACTURAS DE REPARADORES CONTRA SINIESTROS TRATADAS POR         *
      * FACTPROV. ESTADO 'P' PAGADA (REF_PAGO ES LA DEL PAGO 'P' EN    *
      * PAGOS_SINIESTROS), 'R' RETENIDA PARA REVISION DEL PERITO POR   *
      * SUPERAR LA TARIFA PACTADA (REF_PAGO EN BLANCO). UNA FACTURA    *
      * PAGADA NO SE VUELVE A PAGAR.                                   *
      ******************************************************************
           EXEC SQL DECLARE FACTURAS_PROVEEDORES TABLE
           ( CIF_PROVEEDOR                  CHAR(9) NOT NULL,
             NUM_FACTURA                    CHAR(15) NOT NULL,
             ID_SINIETRO                    INTEGER NOT NULL,
             HORAS                          DECIMAL(5, 2) NOT NULL,
             IMPORTE_MANO_OBRA              DECIMAL(15, 2) NOT NULL,
             IMPORTE_MATERIAL               DECIMAL(15, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ESTADO                   DATE NOT NULL,
             REF_PAGO                       CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FACTURAS_PROVEEDORES               *
      ******************************************************************
       01  DCLFACTURAS-PROVEEDORES.
      *    *************************************************************
      *                       CIF_PROVEEDOR
           10 FP-CIF-PROVEEDOR     PIC X(9).
      *    *************************************************************
      *                       NUM_FACTURA
           10 FP-NUM-FACTURA       PIC X(15).
      *    *************************************************************
      *                       ID_SINIETRO
           10 FP-ID-SINIETRO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       HORAS
           10 FP-HORAS             PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_MANO_OBRA
           10 FP-IMPORTE-MANO-OBRA PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_MATERIAL
           10 FP-IMPORTE-MATERIAL  PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 FP-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_ESTADO
           10 FP-FECHA-ESTADO      PIC X(10).
      *    *************************************************************
      *                       REF_PAGO
           10 FP-REF-PAGO          PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
