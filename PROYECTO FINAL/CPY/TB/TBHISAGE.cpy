      ******************************************************************
      * DCLGEN TABLE(HISTORICO_AGENTES)                                *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBHISAGE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HA-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ASIGNACIONES AGENTE-CLIENTE YA CERRADAS. LA GRABA TRASPAGE AL  *
      * TRASPASAR LA CARTERA DE UN AGENTE QUE DEJA LA RED: UNA FILA    *
      * POR CLIENTE TRASPASADO CON EL AGENTE ANTERIOR, EL PERIODO EN   *
      * QUE LO TUVO (FECHA_DESDE INCLUIDA, FECHA_HASTA = FECHA DE      *
      * EFECTO DEL TRASPASO, EXCLUIDA) Y EL AGENTE QUE LO RECIBE.      *
      * EXTAGE LA USA PARA ATRIBUIR AL AGENTE ANTERIOR LAS POLIZAS     *
      * DADAS DE ALTA ANTES DEL TRASPASO. YA_CLIENTE = 'S' CUANDO EL   *
      * AGENTE NUEVO YA TENIA AL CLIENTE: SU ASIGNACION NO EMPIEZA EN  *
      * EL TRASPASO Y NO SE LE RECORTA LA CARTERA ANTERIOR.            *
      ******************************************************************
           EXEC SQL DECLARE HISTORICO_AGENTES TABLE
           ( DNI_CLI                        CHAR(9) NOT NULL,
             NUM_AGENTE                     CHAR(9) NOT NULL,
             DNI_AG                         CHAR(9) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             FECHA_HASTA                    DATE NOT NULL,
             NUM_AGENTE_NUEVO               CHAR(9) NOT NULL,
             DNI_AG_NUEVO                   CHAR(9) NOT NULL,
             YA_CLIENTE                     CHAR(1) NOT NULL,
             FECHA_TRASPASO                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HISTORICO_AGENTES                  *
      ******************************************************************
       01  DCLHISTORICO-AGENTES.
      *    *************************************************************
      *                       DNI_CLI
           10 HA-DNI-CLI           PIC X(9).
      *    *************************************************************
      *                       NUM_AGENTE
           10 HA-NUM-AGENTE        PIC X(9).
      *    *************************************************************
      *                       DNI_AG
           10 HA-DNI-AG            PIC X(9).
      *    *************************************************************
      *                       FECHA_DESDE
           10 HA-FECHA-DESDE       PIC X(10).
      *    *************************************************************
      *                       FECHA_HASTA
           10 HA-FECHA-HASTA       PIC X(10).
      *    *************************************************************
      *                       NUM_AGENTE_NUEVO
           10 HA-NUM-AGENTE-NUEVO  PIC X(9).
      *    *************************************************************
      *                       DNI_AG_NUEVO
           10 HA-DNI-AG-NUEVO      PIC X(9).
      *    *************************************************************
      *                       YA_CLIENTE
           10 HA-YA-CLIENTE        PIC X(1).
      *    *************************************************************
      *                       FECHA_TRASPASO
           10 HA-FECHA-TRASPASO    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
