      ******************************************************************
      * DCLGEN TABLE(KYC_CLIENTES)                                     *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBKYCCLI))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(KY-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CALIFICACION DE RIESGO KYC POR TITULAR (CLAVE: DNI), MANTENIDA *
      * POR KYCRIESG. NIVEL_RIESGO: 'B' BAJO, 'M' MEDIO, 'A' ALTO.     *
      * NIVEL_ANTERIOR ES EL DE LA EJECUCION PREVIA (NULO EN EL ALTA). *
      * MOTIVOS: UNA LETRA POR FACTOR QUE PUNTUA, EN ESTE ORDEN: 'V'   *
      * LISTA DE VETADOS, 'C' CASO AML CONFIRMADO, 'P' PAIS DE RIESGO, *
      * 'E' EFECTIVO, 'D' CUENTAS EN DIVISA, 'X' PRODUCTO DE RIESGO.   *
      * FECHA_PROXIMA_REVISION = ULTIMA REVISION (O EL ALTA SI NO HUBO)*
      * MAS LA PERIODICIDAD DEL NIVEL VIGENTE.                         *
      ******************************************************************
           EXEC SQL DECLARE KYC_CLIENTES TABLE
           ( DNI                            CHAR(9) NOT NULL,
             NOMBRE                         CHAR(40) NOT NULL,
             NIVEL_RIESGO                   CHAR(1) NOT NULL,
             NIVEL_ANTERIOR                 CHAR(1),
             PUNTUACION                     DECIMAL(3, 0) NOT NULL,
             MOTIVOS                        CHAR(6) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL,
             FECHA_CALIFICACION             DATE NOT NULL,
             FECHA_CAMBIO_NIVEL             DATE NOT NULL,
             FECHA_ULTIMA_REVISION          DATE,
             FECHA_PROXIMA_REVISION         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KYC_CLIENTES                       *
      ******************************************************************
       01  DCLKYC-CLIENTES.
      *    *************************************************************
      *                       DNI
           10 KY-DNI               PIC X(9).
      *    *************************************************************
      *                       NOMBRE
           10 KY-NOMBRE            PIC X(40).
      *    *************************************************************
      *                       NIVEL_RIESGO
           10 KY-NIVEL-RIESGO      PIC X(1).
      *    *************************************************************
      *                       NIVEL_ANTERIOR
           10 KY-NIVEL-ANTERIOR    PIC X(1).
      *    *************************************************************
      *                       PUNTUACION
           10 KY-PUNTUACION        PIC S9(3) USAGE COMP-3.
      *    *************************************************************
      *                       MOTIVOS
           10 KY-MOTIVOS           PIC X(6).
      *    *************************************************************
      *                       FECHA_ALTA
           10 KY-FECHA-ALTA        PIC X(10).
      *    *************************************************************
      *                       FECHA_CALIFICACION
           10 KY-FECHA-CALIFICACION PIC X(10).
      *    *************************************************************
      *                       FECHA_CAMBIO_NIVEL
           10 KY-FECHA-CAMBIO-NIVEL PIC X(10).
      *    *************************************************************
      *                       FECHA_ULTIMA_REVISION
           10 KY-FECHA-ULTIMA-REVISION PIC X(10).
      *    *************************************************************
      *                       FECHA_PROXIMA_REVISION
           10 KY-FECHA-PROXIMA-REVISION PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
