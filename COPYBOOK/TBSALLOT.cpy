      ******************************************************************
      * DCLGEN TABLE(SALIDAS_LOTE)                                     *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBSALLOT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SO-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOTES ASIGNADOS POR PICKING A CADA LINEA DE PEDIDO. LA SALIDA  *
      * SE DESCUENTA DE STOCK_LOTE UNA SOLA VEZ: SI EL PEDIDO VUELVE A *
      * LISTARSE SE REIMPRIMEN LOS LOTES YA ASIGNADOS.                 *
      ******************************************************************
           EXEC SQL DECLARE SALIDAS_LOTE TABLE
           ( ID_PEDIDO                      INTEGER NOT NULL,
             ID_PRODUCTO                    DECIMAL(5, 0) NOT NULL,
             ALMACEN                        CHAR(2) NOT NULL,
             LOTE                           CHAR(15) NOT NULL,
             CANTIDAD                       DECIMAL(5, 0) NOT NULL,
             FECHA_SALIDA                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SALIDAS_LOTE                       *
      ******************************************************************
       01  DCLSALIDAS-LOTE.
      *    *************************************************************
      *                       ID_PEDIDO
           10 SO-ID-PEDIDO         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_PRODUCTO
           10 SO-ID-PRODUCTO       PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       ALMACEN
           10 SO-ALMACEN           PIC X(2).
      *    *************************************************************
      *                       LOTE
           10 SO-LOTE              PIC X(15).
      *    *************************************************************
      *                       CANTIDAD
           10 SO-CANTIDAD          PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_SALIDA
           10 SO-FECHA-SALIDA      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
