      ******************************************************************
      * DCLGEN TABLE(CARTAS_SINIESTROS)                                *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCARSIN))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CR-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CORRESPONDENCIA ENVIADA AL CLIENTE SOBRE SUS SINIESTROS. LA    *
      * GRABA CARTASIN: UNA FILA POR CARTA CON SU TIPO ('A' ACUSE DE   *
      * RECIBO, 'D' DECISION, 'P' AVISO DE PAGO), EL PAGO AVISADO      *
      * (NUM_PAGO DE PAGOS_SINIESTROS, 0 EN LAS DEMAS), LA FECHA DEL   *
      * HECHO COMUNICADO (APERTURA, FECHA_DECISION O FECHA_PAGO), EL   *
      * CANAL ('EML' CORREO ELECTRONICO DE DIRELEC, 'POS' CORREO       *
      * POSTAL A LA DIRECCION DE CLIENTES_MAPFRE) Y EL DESTINO.        *
      * CARTASIN NO REPITE UNA CARTA YA REGISTRADA.                    *
      ******************************************************************
           EXEC SQL DECLARE CARTAS_SINIESTROS TABLE
           ( ID_SINIETRO                    INTEGER NOT NULL,
             TIPO_CARTA                     CHAR(1) NOT NULL,
             NUM_PAGO                       INTEGER NOT NULL,
             FECHA_EVENTO                   DATE NOT NULL,
             DNI_DESTINATARIO               CHAR(9) NOT NULL,
             CANAL                          CHAR(3) NOT NULL,
             DESTINO                        CHAR(100) NOT NULL,
             FECHA_ENVIO                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CARTAS_SINIESTROS                  *
      ******************************************************************
       01  DCLCARTAS-SINIESTROS.
      *    *************************************************************
      *                       ID_SINIETRO
           10 CR-ID-SINIETRO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       TIPO_CARTA
           10 CR-TIPO-CARTA        PIC X(1).
      *    *************************************************************
      *                       NUM_PAGO
           10 CR-NUM-PAGO          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       FECHA_EVENTO
           10 CR-FECHA-EVENTO      PIC X(10).
      *    *************************************************************
      *                       DNI_DESTINATARIO
           10 CR-DNI-DESTINATARIO  PIC X(9).
      *    *************************************************************
      *                       CANAL
           10 CR-CANAL             PIC X(3).
      *    *************************************************************
      *                       DESTINO
           10 CR-DESTINO           PIC X(100).
      *    *************************************************************
      *                       FECHA_ENVIO
           10 CR-FECHA-ENVIO       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
