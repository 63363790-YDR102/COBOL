      ******************************************************************
      * DCLGEN TABLE(QUEJAS)                                           *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBQUEJAS))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(QJ-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * QUEJAS Y RECLAMACIONES DEL SERVICIO DE ATENCION AL CLIENTE.    *
      * ID_SINIETRO ES NULO SI LA QUEJA NO VA LIGADA A UN SINIESTRO.   *
      * MOTIVOS: 'RS' RECHAZO DE SINIESTRO, 'DS' DEMORA EN SINIESTRO,  *
      *   'PE' PERITACION, 'FA' FACTURACION Y RECIBOS, 'OT' OTROS.     *
      * ESTADO: 'A' ABIERTA, 'R' RESUELTA.                             *
      * RESULTADO (AL RESOLVER): 'F' A FAVOR DEL CLIENTE, 'C' EN       *
      *   CONTRA.                                                      *
      * FECHA_LIMITE = FECHA_ENTRADA MAS EL PLAZO LEGAL DE RESPUESTA.  *
      * AVISO (LO MANTIENE QUEJAVTO): ' ' EN PLAZO, 'P' PROXIMA A      *
      *   VENCER, 'V' VENCIDA.                                         *
      * ALTAS Y RESOLUCIONES: QUEJAMOV. ESTADISTICA ANUAL: QUEJAANU.   *
      ******************************************************************
           EXEC SQL DECLARE QUEJAS TABLE
           ( NUM_QUEJA                      INTEGER NOT NULL,
             DNI_CL                         CHAR(9) NOT NULL,
             NUMERO_POLIZA                  CHAR(9) NOT NULL,
             ID_SINIETRO                    INTEGER,
             MOTIVO                         CHAR(2) NOT NULL,
             TEXTO                          CHAR(60) NOT NULL,
             FECHA_ENTRADA                  DATE NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             AVISO                          CHAR(1) NOT NULL,
             FECHA_RESOLUCION               DATE,
             RESULTADO                      CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE QUEJAS                             *
      ******************************************************************
       01  DCLQUEJAS.
      *    *************************************************************
      *                       NUM_QUEJA
           10 QJ-NUM-QUEJA         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DNI_CL
           10 QJ-DNI-CL            PIC X(9).
      *    *************************************************************
      *                       NUMERO_POLIZA
           10 QJ-NUMERO-POLIZA     PIC X(9).
      *    *************************************************************
      *                       ID_SINIETRO
           10 QJ-ID-SINIETRO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       MOTIVO
           10 QJ-MOTIVO            PIC X(2).
      *    *************************************************************
      *                       TEXTO
           10 QJ-TEXTO             PIC X(60).
      *    *************************************************************
      *                       FECHA_ENTRADA
           10 QJ-FECHA-ENTRADA     PIC X(10).
      *    *************************************************************
      *                       FECHA_LIMITE
           10 QJ-FECHA-LIMITE      PIC X(10).
      *    *************************************************************
      *                       ESTADO
           10 QJ-ESTADO            PIC X(1).
      *    *************************************************************
      *                       AVISO
           10 QJ-AVISO             PIC X(1).
      *    *************************************************************
      *                       FECHA_RESOLUCION
           10 QJ-FECHA-RESOLUCION  PIC X(10).
      *    *************************************************************
      *                       RESULTADO
           10 QJ-RESULTADO         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
