      ******************************************************************
      * DCLGEN TABLE(TRANSFERENCIAS_EMITIDAS)                          *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBTRFEMI))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TE-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TRANSFERENCIAS A OTRAS ENTIDADES (DESTINO IBAN EXTERNO) QUE    *
      * TRANSFER Y EJECORDP HAN CARGADO AL CLIENTE Y ABONADO EN LA     *
      * CUENTA PUENTE DE COMPENSACION. ID_TRANSFERENCIA VIAJA COMO     *
      * REFERENCIA EN EL FICHERO INTERBANCARIO Y VUELVE EN EL FICHERO  *
      * DE DEVOLUCIONES. IMPORTE SIEMPRE EN EUR. ID_ORDEN: ORDEN       *
      * PERMANENTE DE ORIGEN (0 SI VIENE DE TRANSFER). ESTADO: 'E'     *
      * EMITIDA, 'D' DEVUELTA (DEVTRANS LA ABONA AL CLIENTE Y ANOTA EL *
      * CODIGO DE MOTIVO Y LA FECHA DE LA DEVOLUCION).                 *
      ******************************************************************
           EXEC SQL DECLARE TRANSFERENCIAS_EMITIDAS TABLE
           ( ID_TRANSFERENCIA               INTEGER NOT NULL,
             CUENTA_ORIGEN                  CHAR(20) NOT NULL,
             IBAN_DESTINO                   CHAR(34) NOT NULL,
             IMPORTE                        DECIMAL(17, 2) NOT NULL,
             CONCEPTO                       CHAR(20) NOT NULL,
             ID_ORDEN                       INTEGER NOT NULL,
             NOMBRE_PGM                     CHAR(8) NOT NULL,
             FECHA_EMISION                  DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             COD_DEVOLUCION                 CHAR(2),
             FECHA_DEVOLUCION               DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRANSFERENCIAS_EMITIDAS            *
      ******************************************************************
       01  DCLTRANSFERENCIAS-EMITIDAS.
      *    *************************************************************
      *                       ID_TRANSFERENCIA
           10 TE-ID-TRANSFERENCIA  PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CUENTA_ORIGEN
           10 TE-CUENTA-ORIGEN     PIC X(20).
      *    *************************************************************
      *                       IBAN_DESTINO
           10 TE-IBAN-DESTINO      PIC X(34).
      *    *************************************************************
      *                       IMPORTE
           10 TE-IMPORTE           PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CONCEPTO
           10 TE-CONCEPTO          PIC X(20).
      *    *************************************************************
      *                       ID_ORDEN
           10 TE-ID-ORDEN          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NOMBRE_PGM
           10 TE-NOMBRE-PGM        PIC X(8).
      *    *************************************************************
      *                       FECHA_EMISION
           10 TE-FECHA-EMISION     PIC X(10).
      *    *************************************************************
      *                       ESTADO
           10 TE-ESTADO            PIC X(1).
      *    *************************************************************
      *                       COD_DEVOLUCION
           10 TE-COD-DEVOLUCION    PIC X(2).
      *    *************************************************************
      *                       FECHA_DEVOLUCION
           10 TE-FECHA-DEVOLUCION  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
