      ******************************************************************
      * DCLGEN TABLE(VALORACION_STOCK)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBVALSTO))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(VS-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * VALOR DEL STOCK A COSTE MEDIO AL CIERRE DE CADA MES, POR       *
      * ALMACEN Y CATEGORIA. LO GRABA VALSTOCK (UNA REEJECUCION DEL    *
      * MISMO MES LO SUSTITUYE). VALOR_90, VALOR_180 Y VALOR_365 SON   *
      * LA PARTE DEL VALOR SIN VENTAS EN 90-179, 180-364 Y 365 O MAS   *
      * DIAS, BASE DE LA PROVISION POR OBSOLESCENCIA.                  *
      ******************************************************************
           EXEC SQL DECLARE VALORACION_STOCK TABLE
           ( PERIODO                        CHAR(7) NOT NULL,
             ALMACEN                        CHAR(2) NOT NULL,
             CATEGORIA                      CHAR(30) NOT NULL,
             UNIDADES                       DECIMAL(9, 0) NOT NULL,
             VALOR                          DECIMAL(13, 2) NOT NULL,
             VALOR_90                       DECIMAL(13, 2) NOT NULL,
             VALOR_180                      DECIMAL(13, 2) NOT NULL,
             VALOR_365                      DECIMAL(13, 2) NOT NULL,
             FECHA_CALCULO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VALORACION_STOCK                   *
      ******************************************************************
       01  DCLVALORACION-STOCK.
      *    *************************************************************
      *                       PERIODO
           10 VS-PERIODO           PIC X(7).
      *    *************************************************************
      *                       ALMACEN
           10 VS-ALMACEN           PIC X(2).
      *    *************************************************************
      *                       CATEGORIA
           10 VS-CATEGORIA         PIC X(30).
      *    *************************************************************
      *                       UNIDADES
           10 VS-UNIDADES          PIC S9(9)V USAGE COMP-3.
      *    *************************************************************
      *                       VALOR
           10 VS-VALOR             PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       VALOR_90
           10 VS-VALOR-90          PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       VALOR_180
           10 VS-VALOR-180         PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       VALOR_365
           10 VS-VALOR-365         PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_CALCULO
           10 VS-FECHA-CALCULO     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
