      ******************************************************************
      * DCLGEN TABLE(FACTURAS_PROVEEDOR)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBFACPRV))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FV-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FACTURAS RECIBIDAS DE PROVEEDORES (CUENTAS A PAGAR). LAS DA DE *
      * ALTA CRUCEFPR TRAS CRUZARLAS CON EL PEDIDO Y LA RECEPCION.     *
      * ID_FACTURA_PROV ES EL NUMERO INTERNO (VIAJA COMO REFERENCIA EN *
      * EL FICHERO DE TRANSFERENCIAS); NUM_FACTURA_PROV EL DEL         *
      * PROVEEDOR. IMPORTE_BASE (SIN IVA) ES EL QUE SE CRUZA CON LAS   *
      * LINEAS; SE PAGA IMPORTE_BASE + IMPORTE_IVA.                    *
      * ESTADO: 'P' PENDIENTE DE PAGO (CUADRADA O LIBERADA POR EL      *
      *         COMPRADOR; SE PAGA POR FECHA_VENCIMIENTO)              *
      *         'R' RETENIDA FUERA DE TOLERANCIA (MOTIVO_RETENCION)    *
      *         'A' ANULADA POR EL COMPRADOR (LIBERFPR)                *
      *         'G' PAGADA (PAGOPROV, CON FECHA_PAGO)                  *
      ******************************************************************
           EXEC SQL DECLARE FACTURAS_PROVEEDOR TABLE
           ( ID_FACTURA_PROV                INTEGER NOT NULL,
             ID_PROVEEDOR                   INTEGER NOT NULL,
             NUM_FACTURA_PROV               CHAR(20) NOT NULL,
             FECHA_FACTURA                  DATE NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             IMPORTE_BASE                   DECIMAL(11, 2) NOT NULL,
             IMPORTE_IVA                    DECIMAL(11, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_RETENCION               CHAR(30) NOT NULL,
             FECHA_PAGO                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FACTURAS_PROVEEDOR                 *
      ******************************************************************
       01  DCLFACTURAS-PROVEEDOR.
      *    *************************************************************
      *                       ID_FACTURA_PROV
           10 FV-ID-FACTURA-PROV   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_PROVEEDOR
           10 FV-ID-PROVEEDOR      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUM_FACTURA_PROV
           10 FV-NUM-FACTURA-PROV  PIC X(20).
      *    *************************************************************
      *                       FECHA_FACTURA
           10 FV-FECHA-FACTURA     PIC X(10).
      *    *************************************************************
      *                       FECHA_VENCIMIENTO
           10 FV-FECHA-VENCIMIENTO PIC X(10).
      *    *************************************************************
      *                       IMPORTE_BASE
           10 FV-IMPORTE-BASE      PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_IVA
           10 FV-IMPORTE-IVA       PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 FV-ESTADO            PIC X(1).
      *    *************************************************************
      *                       MOTIVO_RETENCION
           10 FV-MOTIVO-RETENCION  PIC X(30).
      *    *************************************************************
      *                       FECHA_PAGO
           10 FV-FECHA-PAGO        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
