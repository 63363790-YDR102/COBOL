      ******************************************************************
      * DCLGEN TABLE(DEFUNCIONES)                                      *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBDEFUNC))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DF-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TITULARES FALLECIDOS NOTIFICADOS (FALLECID). ESTADO: 'B'       *
      * CUENTAS BLOQUEADAS A LA ESPERA DEL REPARTO, 'R' SALDOS         *
      * REPARTIDOS A LOS HEREDEROS (REPHEREN), CON SU FECHA.           *
      ******************************************************************
           EXEC SQL DECLARE DEFUNCIONES TABLE
           ( DNI                            CHAR(9) NOT NULL,
             FECHA_DEFUNCION                DATE NOT NULL,
             FECHA_NOTIFICACION             DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_REPARTO                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEFUNCIONES                        *
      ******************************************************************
       01  DCLDEFUNCIONES.
      *    *************************************************************
      *                       DNI
           10 DF-DNI               PIC X(9).
      *    *************************************************************
      *                       FECHA_DEFUNCION
           10 DF-FECHA-DEFUNCION   PIC X(10).
      *    *************************************************************
      *                       FECHA_NOTIFICACION
           10 DF-FECHA-NOTIFICACION
              PIC X(10).
      *    *************************************************************
      *                       ESTADO
           10 DF-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_REPARTO
           10 DF-FECHA-REPARTO     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
