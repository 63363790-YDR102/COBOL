      ******************************************************************
      * DCLGEN TABLE(PRESTAMOS)                                        *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPRESTA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PS-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PRESTAMOS PERSONALES DADOS DE ALTA POR ALTAPRES. CUENTA ES LA  *
      * CUENTA CORRIENTE VINCULADA (BANCO+OFICINA+DC+NUM_CUENTA) DONDE *
      * SE ABONA EL PRINCIPAL Y SE CARGAN LAS CUOTAS. TIPO_INTERES Y   *
      * TIPO_DEMORA SON NOMINALES ANUALES EN %. CUOTA ES LA CUOTA      *
      * CONSTANTE DEL SISTEMA FRANCES (LA ULTIMA PUEDE AJUSTAR EL      *
      * REDONDEO). ESTADO: 'A' ACTIVO, 'C' CANCELADO (TODAS LAS CUOTAS *
      * COBRADAS, LO MARCA COBRPRES). EL CUADRO ESTA EN                *
      * CUOTAS_PRESTAMO.                                               *
      ******************************************************************
           EXEC SQL DECLARE PRESTAMOS TABLE
           ( ID_PRESTAMO                    INTEGER NOT NULL,
             CUENTA                         CHAR(20) NOT NULL,
             PRINCIPAL                      DECIMAL(17, 2) NOT NULL,
             TIPO_INTERES                   DECIMAL(5, 3) NOT NULL,
             TIPO_DEMORA                    DECIMAL(5, 3) NOT NULL,
             PLAZO_MESES                    INTEGER NOT NULL,
             FECHA_INICIO                   DATE NOT NULL,
             CUOTA                          DECIMAL(17, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRESTAMOS                          *
      ******************************************************************
       01  DCLPRESTAMOS.
      *    *************************************************************
      *                       ID_PRESTAMO
           10 PS-ID-PRESTAMO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CUENTA
           10 PS-CUENTA            PIC X(20).
      *    *************************************************************
      *                       PRINCIPAL
           10 PS-PRINCIPAL         PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       TIPO_INTERES
           10 PS-TIPO-INTERES      PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       TIPO_DEMORA
           10 PS-TIPO-DEMORA       PIC S9(2)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       PLAZO_MESES
           10 PS-PLAZO-MESES       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       FECHA_INICIO
           10 PS-FECHA-INICIO      PIC X(10).
      *    *************************************************************
      *                       CUOTA
           10 PS-CUOTA             PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESTADO
           10 PS-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_ALTA
           10 PS-FECHA-ALTA        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
