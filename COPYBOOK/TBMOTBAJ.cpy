      ******************************************************************
      * DCLGEN TABLE(MOTIVOS_BAJA)                                     *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBMOTBAJ))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MB-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MOTIVOS DE BAJA CON SU REGLA DE INDEMNIZACION PARA EL          *
      * FINIQUITO: DIAS DE SALARIO POR ANYO TRABAJADO Y TOPE EN        *
      * MENSUALIDADES (CERO = SIN TOPE). UNA BAJA VOLUNTARIA LLEVA     *
      * CERO DIAS. LO USA FINIQUIT.                                    *
      ******************************************************************
           EXEC SQL DECLARE MOTIVOS_BAJA TABLE
           ( MOTIVO                         CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             DIAS_POR_ANYO                  DECIMAL(5, 2) NOT NULL,
             MAX_MENSUALIDADES              DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MOTIVOS_BAJA                       *
      ******************************************************************
       01  DCLMOTIVOS-BAJA.
      *    *************************************************************
      *                       MOTIVO
           10 MB-MOTIVO            PIC X(2).
      *    *************************************************************
      *                       DESCRIPCION
           10 MB-DESCRIPCION       PIC X(30).
      *    *************************************************************
      *                       DIAS_POR_ANYO
           10 MB-DIAS-POR-ANYO     PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       MAX_MENSUALIDADES
           10 MB-MAX-MENSUALIDADES PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
