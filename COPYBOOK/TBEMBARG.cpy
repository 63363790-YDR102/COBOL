      ******************************************************************
      * DCLGEN TABLE(EMBARGOS)                                         *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBEMBARG))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EM-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ORDENES DE EMBARGO JUDICIALES ('J') O TRIBUTARIAS ('T') SOBRE  *
      * CUENTAS DEL LIBRO. APLEMBAR LAS DA DE ALTA Y VA RETENIENDO EL  *
      * SALDO DISPONIBLE HASTA CUBRIR IMPORTE_ORDENADO. LO RETENIDO    *
      * SIGUE EN EL SALDO PERO NO ESTA DISPONIBLE: TRANSFER, EJECORDP  *
      * Y ALTAPEND LO DESCUENTAN DEL SALDO MIENTRAS LA ORDEN ESTA      *
      * ACTIVA. REMEMBAR TRANSFIERE LO RETENIDO AL IBAN DE LA          *
      * AUTORIDAD Y LO PASA A IMPORTE_REMITIDO. ESTADO: 'A' ACTIVA,    *
      * 'F' FINALIZADA (TODO REMITIDO), 'L' LEVANTADA (SE LIBERA LO    *
      * RETENIDO Y NO SE RETIENE MAS). IMPORTE_ORDENADO E              *
      * IMPORTE_REMITIDO ESTAN EN EUR; IMPORTE_RETENIDO ESTA EN LA     *
      * DIVISA DE LA CUENTA PORQUE SE DESCUENTA DE SU SALDO. APLEMBAR  *
      * Y REMEMBAR CONVIERTEN CON EL CAMBIO VIGENTE DE DIVISAS.        *
      ******************************************************************
           EXEC SQL DECLARE EMBARGOS TABLE
           ( ID_EMBARGO                     INTEGER NOT NULL,
             BANCO                          CHAR(4) NOT NULL,
             OFICINA                        CHAR(4) NOT NULL,
             DC                             CHAR(2) NOT NULL,
             NUM_CUENTA                     CHAR(10) NOT NULL,
             TIPO_AUTORIDAD                 CHAR(1) NOT NULL,
             AUTORIDAD                      CHAR(30) NOT NULL,
             REFERENCIA_ORDEN               CHAR(20) NOT NULL,
             IBAN_AUTORIDAD                 CHAR(34) NOT NULL,
             IMPORTE_ORDENADO               DECIMAL(17, 2) NOT NULL,
             IMPORTE_RETENIDO               DECIMAL(17, 2) NOT NULL,
             IMPORTE_REMITIDO               DECIMAL(17, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL,
             FECHA_LEVANTAMIENTO            DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMBARGOS                           *
      ******************************************************************
       01  DCLEMBARGOS.
      *    *************************************************************
      *                       ID_EMBARGO
           10 EM-ID-EMBARGO        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       BANCO
           10 EM-BANCO             PIC X(4).
      *    *************************************************************
      *                       OFICINA
           10 EM-OFICINA           PIC X(4).
      *    *************************************************************
      *                       DC
           10 EM-DC                PIC X(2).
      *    *************************************************************
      *                       NUM_CUENTA
           10 EM-NUM-CUENTA        PIC X(10).
      *    *************************************************************
      *                       TIPO_AUTORIDAD
           10 EM-TIPO-AUTORIDAD    PIC X(1).
      *    *************************************************************
      *                       AUTORIDAD
           10 EM-AUTORIDAD         PIC X(30).
      *    *************************************************************
      *                       REFERENCIA_ORDEN
           10 EM-REFERENCIA-ORDEN  PIC X(20).
      *    *************************************************************
      *                       IBAN_AUTORIDAD
           10 EM-IBAN-AUTORIDAD    PIC X(34).
      *    *************************************************************
      *                       IMPORTE_ORDENADO
           10 EM-IMPORTE-ORDENADO  PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_RETENIDO
           10 EM-IMPORTE-RETENIDO  PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       IMPORTE_REMITIDO
           10 EM-IMPORTE-REMITIDO  PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 EM-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_ALTA
           10 EM-FECHA-ALTA        PIC X(10).
      *    *************************************************************
      *                       FECHA_LEVANTAMIENTO
           10 EM-FECHA-LEVANTAM    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
