      ******************************************************************
      * DCLGEN TABLE(NOTIFICACIONES_FIVA)                              *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBNOTFIV))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(NF-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MOVIMIENTOS DE LAS POLIZAS DE AUTOS A COMUNICAR AL FICHERO     *
      * INFORMATIVO DE VEHICULOS ASEGURADOS (FIVA). UNA FILA POR       *
      * MOVIMIENTO, NUMERADA DENTRO DE LA POLIZA.                      *
      * TIPO_MOVIMIENTO: 'A' ALTA, 'B' BAJA, 'M' MODIFICACION.         *
      * ESTADO: 'P' PENDIENTE DE ENVIO, 'E' ENVIADO, 'R' RECHAZADO POR *
      * EL FICHERO (COD_ERROR Y DESC_ERROR CON EL MOTIVO DEVUELTO).    *
      ******************************************************************
           EXEC SQL DECLARE NOTIFICACIONES_FIVA TABLE
           ( POLIZA                         CHAR(9) NOT NULL,
             NUM_MOVIMIENTO                 INTEGER NOT NULL,
             TIPO_MOVIMIENTO                CHAR(1) NOT NULL,
             FECHA_MOVIMIENTO               DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ENVIO                    DATE,
             COD_ERROR                      CHAR(4),
             DESC_ERROR                     CHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NOTIFICACIONES_FIVA                *
      ******************************************************************
       01  DCLNOTIFICACIONES-FIVA.
      *    *************************************************************
      *                       POLIZA
           10 NF-POLIZA            PIC X(9).
      *    *************************************************************
      *                       NUM_MOVIMIENTO
           10 NF-NUM-MOVIMIENTO    PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       TIPO_MOVIMIENTO
           10 NF-TIPO-MOVIMIENTO   PIC X(1).
      *    *************************************************************
      *                       FECHA_MOVIMIENTO
           10 NF-FECHA-MOVIMIENTO  PIC X(10).
      *    *************************************************************
      *                       ESTADO
           10 NF-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_ENVIO
           10 NF-FECHA-ENVIO       PIC X(10).
      *    *************************************************************
      *                       COD_ERROR
           10 NF-COD-ERROR         PIC X(4).
      *    *************************************************************
      *                       DESC_ERROR
           10 NF-DESC-ERROR        PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
