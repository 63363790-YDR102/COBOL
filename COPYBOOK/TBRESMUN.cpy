      ******************************************************************
      * DCLGEN TABLE(RESULTADOS_MUNDIAL)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBRESMUN))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RM-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RESULTADOS DE LOS PARTIDOS DEL MUNDIAL. FASE TOMA LOS MISMOS   *
      * VALORES QUE MUNDIAL.FASE_ELIMINACION ('GRUPOS', 'OCTAVOS',     *
      * 'CUARTOS', 'SEMIFINAL', 'FINAL'); GRUPO SOLO SE INFORMA EN LA  *
      * FASE DE GRUPOS. LOS PENALTIS SOLO CUENTAN EN LAS ELIMINATORIAS *
      * CON EMPATE. LO CARGA CARGAMUN Y LO USA CLASIFMU.               *
      ******************************************************************
           EXEC SQL DECLARE RESULTADOS_MUNDIAL TABLE
           ( FASE                           CHAR(20) NOT NULL,
             GRUPO                          CHAR(1) NOT NULL,
             SELECCION_LOCAL                CHAR(30) NOT NULL,
             SELECCION_VISITANTE            CHAR(30) NOT NULL,
             FECHA_PARTIDO                  DATE NOT NULL,
             GOLES_LOCAL                    DECIMAL(2, 0) NOT NULL,
             GOLES_VISITANTE                DECIMAL(2, 0) NOT NULL,
             PENALTIS_LOCAL                 DECIMAL(2, 0) NOT NULL,
             PENALTIS_VISITANTE             DECIMAL(2, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RESULTADOS_MUNDIAL                 *
      ******************************************************************
       01  DCLRESULTADOS-MUNDIAL.
      *    *************************************************************
      *                       FASE
           10 RM-FASE              PIC X(20).
      *    *************************************************************
      *                       GRUPO
           10 RM-GRUPO             PIC X(1).
      *    *************************************************************
      *                       SELECCION_LOCAL
           10 RM-SELECCION-LOCAL   PIC X(30).
      *    *************************************************************
      *                       SELECCION_VISITANTE
           10 RM-SELECCION-VISITANTE
              PIC X(30).
      *    *************************************************************
      *                       FECHA_PARTIDO
           10 RM-FECHA-PARTIDO     PIC X(10).
      *    *************************************************************
      *                       GOLES_LOCAL
           10 RM-GOLES-LOCAL       PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
      *                       GOLES_VISITANTE
           10 RM-GOLES-VISITANTE   PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
      *                       PENALTIS_LOCAL
           10 RM-PENALTIS-LOCAL    PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
      *                       PENALTIS_VISITANTE
           10 RM-PENALTIS-VISITANTE
              PIC S9(2)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
