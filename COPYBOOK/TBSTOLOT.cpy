      ******************************************************************
      * DCLGEN TABLE(STOCK_LOTE)                                       *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBSTOLOT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SL-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * EXISTENCIAS FISICAS POR PRODUCTO, ALMACEN Y LOTE, CON SU FECHA *
      * DE CADUCIDAD (NULA SI EL PRODUCTO NO CADUCA). LAS DA DE ALTA   *
      * RECEPMER, LAS CONSUME PICKING POR ORDEN DE CADUCIDAD, LAS      *
      * MUEVE TRASLADA Y LAS AJUSTA CICLOCNT, SIEMPRE EN LA MISMA      *
      * UNIDAD DE TRABAJO QUE STOCK_ALMACEN. COSTE_UNITARIO ES EL      *
      * PRECIO DEL PEDIDO CON QUE ENTRO EL LOTE (NULO SI SE DESCONOCE).*
      ******************************************************************
           EXEC SQL DECLARE STOCK_LOTE TABLE
           ( ID_PRODUCTO                    DECIMAL(5, 0) NOT NULL,
             ALMACEN                        CHAR(2) NOT NULL,
             LOTE                           CHAR(15) NOT NULL,
             FECHA_CADUCIDAD                DATE,
             FECHA_ENTRADA                  DATE NOT NULL,
             STOCK                          DECIMAL(5, 0) NOT NULL,
             COSTE_UNITARIO                 DECIMAL(10, 4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STOCK_LOTE                         *
      ******************************************************************
       01  DCLSTOCK-LOTE.
      *    *************************************************************
      *                       ID_PRODUCTO
           10 SL-ID-PRODUCTO       PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       ALMACEN
           10 SL-ALMACEN           PIC X(2).
      *    *************************************************************
      *                       LOTE
           10 SL-LOTE              PIC X(15).
      *    *************************************************************
      *                       FECHA_CADUCIDAD
           10 SL-FECHA-CADUCIDAD   PIC X(10).
      *    *************************************************************
      *                       FECHA_ENTRADA
           10 SL-FECHA-ENTRADA     PIC X(10).
      *    *************************************************************
      *                       STOCK
           10 SL-STOCK             PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       COSTE_UNITARIO
           10 SL-COSTE-UNITARIO    PIC S9(6)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
