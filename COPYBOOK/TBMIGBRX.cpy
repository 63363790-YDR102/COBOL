      ******************************************************************
      * DCLGEN TABLE(MIGRACION_BREXIT)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBMIGBRX))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(XB-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CRUCE DE CUENTAS MIGRADAS DE BREXIT_BANK AL LIBRO CUENTAS.     *
      * MIGBREXT GRABA LA FILA EN LA MISMA UNIDAD DE TRABAJO QUE LA    *
      * CUENTA: UNA CUENTA DE ORIGEN CON FILA YA ESTA MIGRADA Y NO SE  *
      * VUELVE A TRATAR AL REARRANCAR. SALDO_ORIGEN ES EL BALANCE      *
      * TRASPASADO COMO MOVIMIENTO DE APERTURA.                        *
      ******************************************************************
           EXEC SQL DECLARE MIGRACION_BREXIT TABLE
           ( BANK                           CHAR(4) NOT NULL,
             OFFICE                         CHAR(4) NOT NULL,
             CD                             CHAR(2) NOT NULL,
             COUNT_NUMBER                   CHAR(7) NOT NULL,
             BANCO                          CHAR(4) NOT NULL,
             OFICINA                        CHAR(4) NOT NULL,
             DC                             CHAR(2) NOT NULL,
             NUM_CUENTA                     CHAR(10) NOT NULL,
             DIVISA                         CHAR(3) NOT NULL,
             SALDO_ORIGEN                   DECIMAL(17, 2) NOT NULL,
             FECHA_MIGRACION                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MIGRACION_BREXIT                   *
      ******************************************************************
       01  DCLMIGRACION-BREXIT.
      *    *************************************************************
      *                       BANK
           10 XB-BANK              PIC X(4).
      *    *************************************************************
      *                       OFFICE
           10 XB-OFFICE            PIC X(4).
      *    *************************************************************
      *                       CD
           10 XB-CD                PIC X(2).
      *    *************************************************************
      *                       COUNT_NUMBER
           10 XB-COUNT-NUMBER      PIC X(7).
      *    *************************************************************
      *                       BANCO
           10 XB-BANCO             PIC X(4).
      *    *************************************************************
      *                       OFICINA
           10 XB-OFICINA           PIC X(4).
      *    *************************************************************
      *                       DC
           10 XB-DC                PIC X(2).
      *    *************************************************************
      *                       NUM_CUENTA
           10 XB-NUM-CUENTA        PIC X(10).
      *    *************************************************************
      *                       DIVISA
           10 XB-DIVISA            PIC X(3).
      *    *************************************************************
      *                       SALDO_ORIGEN
           10 XB-SALDO-ORIGEN      PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_MIGRACION
           10 XB-FECHA-MIGRACION   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
