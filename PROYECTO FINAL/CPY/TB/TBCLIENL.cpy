      ******************************************************************
      * DCLGEN TABLE(ENLACES_CLIENTE)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCLIENL))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ML-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CLAVES DE ORIGEN ENLAZADAS A CADA CLIENTE DE CLIENTES_MAESTRO. *
      * SISTEMA: 'SEG' CLIENTES_PEPITO_SEG (DNI_CL), 'MAP'             *
      * CLIENTES_MAPFRE (DNI), 'INT' INTERVINIENTES (DNI_PERSONA),     *
      * 'PIC' BANCO_PICHINCHA (ID_CLIENTE), 'TIE' CLIENTES_TIENDA      *
      * (ID_CLIENTE EN CARACTER). METODO: 'D' POR DNI, 'A' POR         *
      * PARECIDO APROXIMADO (PUNTOS DE LA CASACION), 'N' CLIENTE NUEVO *
      * SIN CANDIDATO. UNA CLAVE DE ORIGEN SE ENLAZA UNA SOLA VEZ.     *
      ******************************************************************
           EXEC SQL DECLARE ENLACES_CLIENTE TABLE
           ( ID_MAESTRO                     INTEGER NOT NULL,
             SISTEMA                        CHAR(3) NOT NULL,
             CLAVE_ORIGEN                   CHAR(20) NOT NULL,
             METODO                         CHAR(1) NOT NULL,
             PUNTOS                         SMALLINT NOT NULL,
             FECHA_ENLACE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ENLACES_CLIENTE                    *
      ******************************************************************
       01  DCLENLACES-CLIENTE.
      *    *************************************************************
      *                       ID_MAESTRO
           10 ML-ID-MAESTRO        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       SISTEMA
           10 ML-SISTEMA           PIC X(3).
      *    *************************************************************
      *                       CLAVE_ORIGEN
           10 ML-CLAVE-ORIGEN      PIC X(20).
      *    *************************************************************
      *                       METODO
           10 ML-METODO            PIC X(1).
      *    *************************************************************
      *                       PUNTOS
           10 ML-PUNTOS            PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       FECHA_ENLACE
           10 ML-FECHA-ENLACE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
