      ******************************************************************
      * DCLGEN TABLE(FACTURAS_PROV_LINEA)                              *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBFPRLIN))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FL-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LINEAS DE LAS FACTURAS DE PROVEEDOR, CADA UNA CONTRA UN PEDIDO *
      * DE PEDIDOS_PROVEEDOR. RESULTADO DEL CRUCE A TRES BANDAS:       *
      *   'OK' DENTRO DE TOLERANCIA                                    *
      *   'PE' PEDIDO INEXISTENTE O DE OTRO PROVEEDOR                  *
      *   'NR' PEDIDO AUN NO RECIBIDO                                  *
      *   'CT' CANTIDAD FACTURADA SOBRE LA RECIBIDA PENDIENTE          *
      *   'PR' PRECIO FUERA DE TOLERANCIA CONTRA EL PACTADO            *
      ******************************************************************
           EXEC SQL DECLARE FACTURAS_PROV_LINEA TABLE
           ( ID_FACTURA_PROV                INTEGER NOT NULL,
             NUM_LINEA                      SMALLINT NOT NULL,
             NUM_PEDIDO_PROV                INTEGER NOT NULL,
             CANTIDAD                       DECIMAL(5, 0) NOT NULL,
             PRECIO_UNITARIO                DECIMAL(10, 2) NOT NULL,
             IMPORTE_LINEA                  DECIMAL(11, 2) NOT NULL,
             RESULTADO                      CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FACTURAS_PROV_LINEA                *
      ******************************************************************
       01  DCLFACTURAS-PROV-LINEA.
      *    *************************************************************
      *                       ID_FACTURA_PROV
           10 FL-ID-FACTURA-PROV   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUM_LINEA
           10 FL-NUM-LINEA         PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       NUM_PEDIDO_PROV
           10 FL-NUM-PEDIDO-PROV   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CANTIDAD
           10 FL-CANTIDAD          PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       PRECIO_UNITARIO
           10 FL-PRECIO-UNITARIO   PIC S9(8)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_LINEA
           10 FL-IMPORTE-LINEA     PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       RESULTADO
           10 FL-RESULTADO         PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
