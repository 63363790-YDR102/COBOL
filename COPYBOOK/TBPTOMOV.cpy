      ******************************************************************
      * DCLGEN TABLE(PUNTOS_MOVTO)                                     *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPTOMOV))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PT-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LIBRO DE PUNTOS DE FIDELIZACION DE CLIENTES_TIENDA. EL SALDO   *
      * DE UN CLIENTE ES SUM(PUNTOS) DE SUS FILAS.                     *
      * TIPO_MOVTO: 'A' ACUMULACION POR FACTURA (FACTURAR, POSITIVO)   *
      *             'R' REVERSION POR DEVOLUCION O RECTIFICATIVA       *
      *                 (PROCDEVO, NEGATIVO)                           *
      *             'C' CANJE COMO DESCUENTO EN PEDIDO (LINPED,        *
      *                 NEGATIVO)                                      *
      *             'D' DEVOLUCION DE PUNTOS CANJEADOS EN UN PEDIDO    *
      *                 DEVUELTO (PROCDEVO, POSITIVO)                  *
      *             'X' CADUCIDAD (CADUPTOS, NEGATIVO)                 *
      ******************************************************************
           EXEC SQL DECLARE PUNTOS_MOVTO TABLE
           ( ID_CLIENTE                     INTEGER NOT NULL,
             FECHA_MOVTO                    TIMESTAMP NOT NULL,
             TIPO_MOVTO                     CHAR(1) NOT NULL,
             PUNTOS                         INTEGER NOT NULL,
             ID_PEDIDO                      INTEGER,
             NUM_FACTURA                    INTEGER,
             NOMBRE_PGM                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PUNTOS_MOVTO                       *
      ******************************************************************
       01  DCLPUNTOS-MOVTO.
      *    *************************************************************
      *                       ID_CLIENTE
           10 PT-ID-CLIENTE        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       FECHA_MOVTO
           10 PT-FECHA-MOVTO       PIC X(26).
      *    *************************************************************
      *                       TIPO_MOVTO
           10 PT-TIPO-MOVTO        PIC X(1).
      *    *************************************************************
      *                       PUNTOS
           10 PT-PUNTOS            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ID_PEDIDO
           10 PT-ID-PEDIDO         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUM_FACTURA
           10 PT-NUM-FACTURA       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NOMBRE_PGM
           10 PT-NOMBRE-PGM        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
