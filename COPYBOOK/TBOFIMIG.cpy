      ******************************************************************
      * DCLGEN TABLE(OFICINAS_MIGRACION)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBOFIMIG))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(OX-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CORRESPONDENCIA DE OFICINAS PARA LA MIGRACION DE BREXIT_BANK   *
      * AL LIBRO CUENTAS (MIGBREXT): BANCO Y OFICINA DE ORIGEN (BANK,  *
      * OFFICE) -> BANCO Y OFICINA DEL LIBRO. UNA OFICINA DE ORIGEN    *
      * SIN FILA NO SE MIGRA.                                          *
      ******************************************************************
           EXEC SQL DECLARE OFICINAS_MIGRACION TABLE
           ( BANCO_ORIGEN                   CHAR(4) NOT NULL,
             OFICINA_ORIGEN                 CHAR(4) NOT NULL,
             BANCO                          CHAR(4) NOT NULL,
             OFICINA                        CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OFICINAS_MIGRACION                 *
      ******************************************************************
       01  DCLOFICINAS-MIGRACION.
      *    *************************************************************
      *                       BANCO_ORIGEN
           10 OX-BANCO-ORIGEN      PIC X(4).
      *    *************************************************************
      *                       OFICINA_ORIGEN
           10 OX-OFICINA-ORIGEN    PIC X(4).
      *    *************************************************************
      *                       BANCO
           10 OX-BANCO             PIC X(4).
      *    *************************************************************
      *                       OFICINA
           10 OX-OFICINA           PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
