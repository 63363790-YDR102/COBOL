      ******************************************************************
      * DCLGEN TABLE(PORTES_PEDIDO)                                    *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPORTES))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PX-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PORTES FACTURADOS POR LOS TRANSPORTISTAS, UNO POR ENVIO        *
      * (TRANSPORTISTA + NUM_SEGUIMIENTO): UN SEGUNDO CARGO DEL MISMO  *
      * ENVIO ES UNA DUPLICIDAD. IMPORTE_COSTE ES EL PORTE QUE SE      *
      * ACEPTA (EL ESPERADO SI LA LINEA SE RECLAMA) Y ES EL COSTE DE   *
      * TRANSPORTE DEL PEDIDO EN EL PERIODO (AAAA-MM) DE LA FACTURA.   *
      * ESTADO: A ACEPTADO, R RECLAMADO.                               *
      ******************************************************************
           EXEC SQL DECLARE PORTES_PEDIDO TABLE
           ( TRANSPORTISTA                  CHAR(20) NOT NULL,
             NUM_SEGUIMIENTO                CHAR(30) NOT NULL,
             ID_PEDIDO                      INTEGER NOT NULL,
             NUM_FACTURA                    CHAR(15) NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             IMPORTE_FACTURADO              DECIMAL(7, 2) NOT NULL,
             IMPORTE_ESPERADO               DECIMAL(7, 2) NOT NULL,
             IMPORTE_COSTE                  DECIMAL(7, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PORTES_PEDIDO                      *
      ******************************************************************
       01  DCLPORTES-PEDIDO.
      *    *************************************************************
      *                       TRANSPORTISTA
           10 PX-TRANSPORTISTA     PIC X(20).
      *    *************************************************************
      *                       NUM_SEGUIMIENTO
           10 PX-NUM-SEGUIMIENTO   PIC X(30).
      *    *************************************************************
      *                       ID_PEDIDO
           10 PX-ID-PEDIDO         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUM_FACTURA
           10 PX-NUM-FACTURA       PIC X(15).
      *    *************************************************************
      *                       PERIODO
           10 PX-PERIODO           PIC X(7).
      *    *************************************************************
      *                       IMPORTE_FACTURADO
           10 PX-IMPORTE-FACTURADO PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_ESPERADO
           10 PX-IMPORTE-ESPERADO  PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_COSTE
           10 PX-IMPORTE-COSTE     PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 PX-ESTADO            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
