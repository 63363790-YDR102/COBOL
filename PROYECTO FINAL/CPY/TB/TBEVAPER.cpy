      ******************************************************************
      * DCLGEN TABLE(EVALUACION_PERITOS)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBEVAPER))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EV-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUADRO TRIMESTRAL DE CALIDAD DE LOS PERITOS (EVALPER). UNA     *
      * FILA POR TRIMESTRE (AAAA-T) Y PERITO CON DECISIONES EN EL      *
      * TRIMESTRE. DIAS_MEDIOS: DIAS HABILES DE ASIGNACION A DECISION. *
      * DESVIACION_RESERVA: MEDIA DEL % DE DESVIACION ENTRE LA RESERVA *
      * INICIAL Y LO PAGADO EN LOS SINIESTROS YA FINIQUITADOS.         *
      * PCT_REVOCADOS: % DE SUS RECHAZOS ESTIMADOS EN APELACION.       *
      * PCT_FRAUDE: % DE SUS SINIESTROS CON FRAUDE CONFIRMADO.         *
      * COSTE_CERRADO: HONORARIOS DEL TRIMESTRE ENTRE SINIESTROS       *
      * CERRADOS. RELANZAR UN TRIMESTRE SUSTITUYE SUS FILAS.           *
      ******************************************************************
           EXEC SQL DECLARE EVALUACION_PERITOS TABLE
           ( TRIMESTRE                      CHAR(6) NOT NULL,
             DNI_PERITO                     CHAR(9) NOT NULL,
             ESPECIALIDAD                   CHAR(2) NOT NULL,
             ZONA                           CHAR(2) NOT NULL,
             DECIDIDOS                      INTEGER NOT NULL,
             CERRADOS                       INTEGER NOT NULL,
             DIAS_MEDIOS                    DECIMAL(7, 2) NOT NULL,
             DESVIACION_RESERVA             DECIMAL(7, 2) NOT NULL,
             RECHAZOS                       INTEGER NOT NULL,
             PCT_REVOCADOS                  DECIMAL(5, 2) NOT NULL,
             PCT_FRAUDE                     DECIMAL(5, 2) NOT NULL,
             COSTE_CERRADO                  DECIMAL(13, 2) NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EVALUACION_PERITOS                 *
      ******************************************************************
       01  DCLEVALUACION-PERITOS.
      *    *************************************************************
      *                       TRIMESTRE
           10 EV-TRIMESTRE         PIC X(6).
      *    *************************************************************
      *                       DNI_PERITO
           10 EV-DNI-PERITO        PIC X(9).
      *    *************************************************************
      *                       ESPECIALIDAD
           10 EV-ESPECIALIDAD      PIC X(2).
      *    *************************************************************
      *                       ZONA
           10 EV-ZONA              PIC X(2).
      *    *************************************************************
      *                       DECIDIDOS
           10 EV-DECIDIDOS         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CERRADOS
           10 EV-CERRADOS          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DIAS_MEDIOS
           10 EV-DIAS-MEDIOS       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DESVIACION_RESERVA
           10 EV-DESVIACION-RESERVA
              PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       RECHAZOS
           10 EV-RECHAZOS          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PCT_REVOCADOS
           10 EV-PCT-REVOCADOS     PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PCT_FRAUDE
           10 EV-PCT-FRAUDE        PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       COSTE_CERRADO
           10 EV-COSTE-CERRADO     PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_PROCESO
           10 EV-FECHA-PROCESO     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
