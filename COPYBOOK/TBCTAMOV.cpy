      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TIPO_MOVIMIENTO: 'A' APERTURA (MIGBREXT, RUTREPOS), 'B'        *
      * TRANSFERENCIA RECIBIDA, 'C' EFECTIVO EN VENTANILLA (INGRESO O  *
      * REINTEGRO EN CAJA, ALTAPEND CON ORIGEN 'VENTANIL'), 'D'        *
      * DEPOSITO A PLAZO, 'E' TRANSFERENCIA EMITIDA, 'G' COMISION, 'I' *
      * INTERES, 'J' EMBARGO REMITIDO, 'K' PRESTAMO, 'M' DEMORA, 'P'   *
      * ORDEN PERMANENTE, 'Q' CUOTA, 'R' RETENCION FISCAL, 'T'         *
      * TRASPASO, 'V' DEVOLUCION. ALTAPEND ADMITE ADEMAS LOS TIPOS QUE *
      * TRAIGA EL FICHERO DE CAPTURA.                                  *
      ******************************************************************
           EXEC SQL DECLARE CUENTAS_MOVTO TABLE
           ( BANCO                          CHAR(4) NOT NULL,
             SALDO_RESULTANTE               DECIMAL(17, 2) NOT NULL,
             NOMBRE_PGM                     CHAR(8) NOT NULL,
             DIVISA                         CHAR(3),
             CAMBIO_APLICADO                DECIMAL(8, 5),
             REFERENCIA                     CHAR(20),
             ORDENANTE                      CHAR(34)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUENTAS_MOVTO                      *
      *    *************************************************************
      *                       CAMBIO_APLICADO
           10 MV-CAMBIO-APLICADO   PIC S9(3)V9(5) USAGE COMP-3.
      *    *************************************************************
      *                       REFERENCIA
           10 MV-REFERENCIA        PIC X(20).
      *    *************************************************************
      *                       ORDENANTE
           10 MV-ORDENANTE         PIC X(34).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
