      ******************************************************************
      * DCLGEN TABLE(TIPOS_COTIZACION)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBTIPCOT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TIPOS DE COTIZACION A LA SEGURIDAD SOCIAL POR EJERCICIO Y      *
      * CONTINGENCIA ('CC' COMUNES, 'DE' DESEMPLEO, 'FP' FORMACION,    *
      * 'FG' FOGASA, 'AT' ACCIDENTES, 'ME' EQUIDAD, ...), CON EL       *
      * PORCENTAJE A CARGO DE LA EMPRESA Y DEL TRABAJADOR.             *
      ******************************************************************
           EXEC SQL DECLARE TIPOS_COTIZACION TABLE
           ( EJERCICIO                      CHAR(4) NOT NULL,
             CONTINGENCIA                   CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             PCT_EMPRESA                    DECIMAL(5, 2) NOT NULL,
             PCT_TRABAJADOR                 DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TIPOS_COTIZACION                   *
      ******************************************************************
       01  DCLTIPOS-COTIZACION.
      *    *************************************************************
      *                       EJERCICIO
           10 TC-EJERCICIO         PIC X(4).
      *    *************************************************************
      *                       CONTINGENCIA
           10 TC-CONTINGENCIA      PIC X(2).
      *    *************************************************************
      *                       DESCRIPCION
           10 TC-DESCRIPCION       PIC X(30).
      *    *************************************************************
      *                       PCT_EMPRESA
           10 TC-PCT-EMPRESA       PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PCT_TRABAJADOR
           10 TC-PCT-TRABAJADOR    PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
