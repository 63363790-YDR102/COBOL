      ******************************************************************
      * DCLGEN TABLE(PAISES_RIESGO)                                    *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPAIRIE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PY-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PAISES DE RIESGO PARA LA CALIFICACION KYC (KYCRIESG). EL PAIS  *
      * SE CRUZA CON BANCO_PICHINCHA.PAIS. NIVEL_RIESGO: 'A' ALTO      *
      * (LISTA NEGRA), 'M' MEDIO (VIGILANCIA REFORZADA). UN PAIS QUE   *
      * NO FIGURA NO PUNTUA. FUENTE: ORGANISMO QUE LO PUBLICA.         *
      ******************************************************************
           EXEC SQL DECLARE PAISES_RIESGO TABLE
           ( PAIS                           CHAR(20) NOT NULL,
             NIVEL_RIESGO                   CHAR(1) NOT NULL,
             FUENTE                         CHAR(10) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAISES_RIESGO                      *
      ******************************************************************
       01  DCLPAISES-RIESGO.
      *    *************************************************************
      *                       PAIS
           10 PY-PAIS              PIC X(20).
      *    *************************************************************
      *                       NIVEL_RIESGO
           10 PY-NIVEL-RIESGO      PIC X(1).
      *    *************************************************************
      *                       FUENTE
           10 PY-FUENTE            PIC X(10).
      *    *************************************************************
      *                       FECHA_ALTA
           10 PY-FECHA-ALTA        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
