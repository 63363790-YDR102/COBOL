      ******************************************************************
      * DCLGEN TABLE(PREVISION_DEMANDA)                                *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPREDEM))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PD-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PREVISION_DEMANDA TABLE
           ( ID_PRODUCTO                    DECIMAL(5, 0) NOT NULL,
             DEMANDA_MEDIA                  DECIMAL(9, 4) NOT NULL,
             DESVIACION                     DECIMAL(9, 4) NOT NULL,
             PLAZO_DIAS                     INTEGER NOT NULL,
             STOCK_SEGURIDAD                DECIMAL(5, 0) NOT NULL,
             PUNTO_PEDIDO                   DECIMAL(5, 0) NOT NULL,
             CANTIDAD_PEDIDO                DECIMAL(5, 0) NOT NULL,
             VALOR_VENTAS                   DECIMAL(11, 2) NOT NULL,
             CLASE_ABC                      CHAR(1) NOT NULL,
             FECHA_CALCULO                  DATE NOT NULL,
             FECHA_ULT_RECUENTO             DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PREVISION_DEMANDA                  *
      ******************************************************************
       01  DCLPREVISION-DEMANDA.
      *    *************************************************************
      *                       ID_PRODUCTO
           10 PD-ID-PRODUCTO       PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       DEMANDA_MEDIA
           10 PD-DEMANDA-MEDIA     PIC S9(5)V9(4) USAGE COMP-3.
      *    *************************************************************
      *                       DESVIACION
           10 PD-DESVIACION        PIC S9(5)V9(4) USAGE COMP-3.
      *    *************************************************************
      *                       PLAZO_DIAS
           10 PD-PLAZO-DIAS        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       STOCK_SEGURIDAD
           10 PD-STOCK-SEGURIDAD   PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       PUNTO_PEDIDO
           10 PD-PUNTO-PEDIDO      PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       CANTIDAD_PEDIDO
           10 PD-CANTIDAD-PEDIDO   PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       VALOR_VENTAS
           10 PD-VALOR-VENTAS      PIC S9(9)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CLASE_ABC
           10 PD-CLASE-ABC         PIC X(1).
      *    *************************************************************
      *                       FECHA_CALCULO
           10 PD-FECHA-CALCULO     PIC X(10).
      *    *************************************************************
      *                       FECHA_ULT_RECUENTO
           10 PD-FECHA-ULT-RECUENTO
              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
