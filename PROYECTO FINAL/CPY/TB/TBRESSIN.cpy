      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * IMPORTE_INICIAL: RESERVA CON LA QUE SE ABRIO EL SINIESTRO.     *
      * AJUSRES SOLO TOCA IMPORTE_RESERVA, ASI QUE ESTA COLUMNA        *
      * CONSERVA LA PRIMERA ESTIMACION. NULA EN LAS RESERVAS ABIERTAS  *
      * ANTES DE EXISTIR LA COLUMNA.                                   *
      ******************************************************************
           EXEC SQL DECLARE RESERVAS_SINIESTROS TABLE
           ( ID_SINIETRO                    INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_APERTURA                 DATE NOT NULL,
             FECHA_ULT_AJUSTE               DATE,
             FECHA_LIBERACION               DATE,
             IMPORTE_INICIAL                DECIMAL(15, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RESERVAS_SINIESTROS                *
      *    *************************************************************
      *                       FECHA_LIBERACION
           10 RS-FECHA-LIBERACION  PIC X(10).
      *    *************************************************************
      *                       IMPORTE_INICIAL
           10 RS-IMPORTE-INICIAL   PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
