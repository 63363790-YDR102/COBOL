      ******************************************************************
      * DCLGEN TABLE(CALIDAD_DATOS_HIST)                               *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCALHIS))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CH-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HISTORICO MENSUAL DEL CUADRO DE CALIDAD DE DATOS (CALIDAT).    *
      * UNA FILA POR PERIODO (AAAA-MM) Y MEDIDA. TIPO_MEDIDA: 'C'      *
      * COMPLETITUD, 'V' VALIDEZ, 'A' ACTIVIDAD (REGISTROS NO          *
      * ANTICUADOS). PORCENTAJE_OK = REGISTROS_OK SOBRE                *
      * TOTAL_REGISTROS. RELANZAR UN PERIODO SUSTITUYE SUS FILAS.      *
      ******************************************************************
           EXEC SQL DECLARE CALIDAD_DATOS_HIST TABLE
           ( PERIODO                        CHAR(7) NOT NULL,
             MEDIDA                         CHAR(4) NOT NULL,
             TABLA                          CHAR(20) NOT NULL,
             DESCRIPCION                    CHAR(25) NOT NULL,
             TIPO_MEDIDA                    CHAR(1) NOT NULL,
             TOTAL_REGISTROS                INTEGER NOT NULL,
             REGISTROS_OK                   INTEGER NOT NULL,
             PORCENTAJE_OK                  DECIMAL(5, 2) NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CALIDAD_DATOS_HIST                 *
      ******************************************************************
       01  DCLCALIDAD-DATOS-HIST.
      *    *************************************************************
      *                       PERIODO
           10 CH-PERIODO           PIC X(7).
      *    *************************************************************
      *                       MEDIDA
           10 CH-MEDIDA            PIC X(4).
      *    *************************************************************
      *                       TABLA
           10 CH-TABLA             PIC X(20).
      *    *************************************************************
      *                       DESCRIPCION
           10 CH-DESCRIPCION       PIC X(25).
      *    *************************************************************
      *                       TIPO_MEDIDA
           10 CH-TIPO-MEDIDA       PIC X(1).
      *    *************************************************************
      *                       TOTAL_REGISTROS
           10 CH-TOTAL-REGISTROS   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       REGISTROS_OK
           10 CH-REGISTROS-OK      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PORCENTAJE_OK
           10 CH-PORCENTAJE-OK     PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FECHA_PROCESO
           10 CH-FECHA-PROCESO     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
