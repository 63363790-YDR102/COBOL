      ******************************************************************
      * DCLGEN TABLE(PROVISION_PRIMAS)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPROPRI))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HISTORICO DE LA PROVISION DE PRIMAS NO CONSUMIDAS (PPNC). UNA  *
      * FILA POR POLIZA Y FECHA DE CIERRE MENSUAL CON LA PRIMA COBRADA *
      * DEL PERIODO EN VIGOR, LOS DIAS DEL PERIODO, LOS QUE FALTAN     *
      * HASTA EL VENCIMIENTO Y LA PARTE NO CONSUMIDA. EL TIPO DE LA    *
      * POLIZA PERMITE REPRODUCIR LA PROVISION POR RAMO DE CUALQUIER   *
      * CIERRE. LA GRABA PPNCMES.                                      *
      ******************************************************************
           EXEC SQL DECLARE PROVISION_PRIMAS TABLE
           ( FECHA_CIERRE                   DATE NOT NULL,
             NUMERO_POLIZA                  CHAR(9) NOT NULL,
             TIPO                           CHAR(2) NOT NULL,
             PRIMA_COBRADA                  DECIMAL(15, 2) NOT NULL,
             DIAS_PERIODO                   INTEGER NOT NULL,
             DIAS_PENDIENTES                INTEGER NOT NULL,
             IMPORTE_PPNC                   DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROVISION_PRIMAS                   *
      ******************************************************************
       01  DCLPROVISION-PRIMAS.
      *    *************************************************************
      *                       FECHA_CIERRE
           10 PP-FECHA-CIERRE      PIC X(10).
      *    *************************************************************
      *                       NUMERO_POLIZA
           10 PP-NUMERO-POLIZA     PIC X(9).
      *    *************************************************************
      *                       TIPO
           10 PP-TIPO              PIC X(2).
      *    *************************************************************
      *                       PRIMA_COBRADA
           10 PP-PRIMA-COBRADA     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DIAS_PERIODO
           10 PP-DIAS-PERIODO      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DIAS_PENDIENTES
           10 PP-DIAS-PENDIENTES   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       IMPORTE_PPNC
           10 PP-IMPORTE-PPNC      PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
