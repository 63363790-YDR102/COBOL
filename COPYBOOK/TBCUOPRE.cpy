      ******************************************************************
      * DCLGEN TABLE(CUOTAS_PRESTAMO)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCUOPRE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CQ-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUADRO DE AMORTIZACION (SISTEMA FRANCES) DE CADA PRESTAMO, UNA *
      * FILA POR CUOTA, GENERADO POR ALTAPRES. IMPORTE_CUOTA =         *
      * IMPORTE_INTERES + IMPORTE_AMORTIZADO; CAPITAL_PENDIENTE ES EL  *
      * VIVO TRAS LA CUOTA. ESTADO: 'P' PENDIENTE, 'I' IMPAGADA (SIN   *
      * SALDO AL VENCIMIENTO), 'C' COBRADA. INTERES_DEMORA ACUMULA LA  *
      * DEMORA DEVENGADA POR LA CUOTA IMPAGADA HASTA FECHA_DEMORA      *
      * (ULTIMO DEVENGO). FECHA_COBRO ES NULA HASTA EL COBRO.          *
      ******************************************************************
           EXEC SQL DECLARE CUOTAS_PRESTAMO TABLE
           ( ID_PRESTAMO                    INTEGER NOT NULL,
             NUM_CUOTA                      INTEGER NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             IMPORTE_CUOTA                  DECIMAL(17, 2) NOT NULL,
             IMPORTE_INTERES                DECIMAL(17, 2) NOT NULL,
             IMPORTE_AMORTIZADO             DECIMAL(17, 2) NOT NULL,
             CAPITAL_PENDIENTE              DECIMAL(17, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             INTERES_DEMORA                 DECIMAL(17, 2) NOT NULL,
             FECHA_DEMORA                   DATE,
             FECHA_COBRO                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUOTAS_PRESTAMO                    *
      ******************************************************************
       01  DCLCUOTAS-PRESTAMO.
      *    *************************************************************
      *                       ID_PRESTAMO
           10 CQ-ID-PRESTAMO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NUM_CUOTA
           10 CQ-NUM-CUOTA         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       FECHA_VENCIMIENTO
           10 CQ-FECHA-VENCIMIENTO PIC X(10).
      *    *************************************************************
      *                       IMPORTE_CUOTA
           10 CQ-IMPORTE-CUOTA     PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_INTERES
           10 CQ-IMPORTE-INTERES   PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_AMORTIZADO
           10 CQ-IMPORTE-AMORTIZADO
              PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CAPITAL_PENDIENTE
           10 CQ-CAPITAL-PENDIENTE PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 CQ-ESTADO            PIC X(1).
      *    *************************************************************
      *                       INTERES_DEMORA
           10 CQ-INTERES-DEMORA    PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_DEMORA
           10 CQ-FECHA-DEMORA      PIC X(10).
      *    *************************************************************
      *                       FECHA_COBRO
           10 CQ-FECHA-COBRO       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
