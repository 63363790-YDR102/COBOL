      ******************************************************************
      * DCLGEN TABLE(ABONOS_SUSPENSO)                                  *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBABOSUS))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SU-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ABONOS RECIBIDOS DE OTRAS ENTIDADES QUE ABONOREC NO HA PODIDO  *
      * APLICAR (IBAN O DC INCORRECTO, CUENTA INEXISTENTE O CERRADA,   *
      * DIVISA SIN CAMBIO). ENTIDAD_ORDENANTE + REFERENCIA IDENTIFICAN *
      * EL ABONO EN LA CAMARA. ESTADO: 'P' PENDIENTE, 'A' APLICADO A   *
      * MANO POR LA OFICINA, 'D' DEVUELTO A LA ENTIDAD ORDENANTE POR   *
      * SUSPABON AL SUPERAR LOS DIAS DE ESPERA.                        *
      ******************************************************************
           EXEC SQL DECLARE ABONOS_SUSPENSO TABLE
           ( ID_SUSPENSO                    INTEGER NOT NULL,
             ENTIDAD_ORDENANTE              CHAR(4) NOT NULL,
             REFERENCIA                     INTEGER NOT NULL,
             IBAN_ORDENANTE                 CHAR(34) NOT NULL,
             IBAN_BENEFICIARIO              CHAR(34) NOT NULL,
             IMPORTE                        DECIMAL(17, 2) NOT NULL,
             DIVISA                         CHAR(3) NOT NULL,
             CONCEPTO                       CHAR(20) NOT NULL,
             MOTIVO                         CHAR(20) NOT NULL,
             FECHA_RECEPCION                DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DEVOLUCION               DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ABONOS_SUSPENSO                    *
      ******************************************************************
       01  DCLABONOS-SUSPENSO.
      *    *************************************************************
      *                       ID_SUSPENSO
           10 SU-ID-SUSPENSO       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ENTIDAD_ORDENANTE
           10 SU-ENTIDAD-ORDENANTE PIC X(4).
      *    *************************************************************
      *                       REFERENCIA
           10 SU-REFERENCIA        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       IBAN_ORDENANTE
           10 SU-IBAN-ORDENANTE    PIC X(34).
      *    *************************************************************
      *                       IBAN_BENEFICIARIO
           10 SU-IBAN-BENEFICIARIO PIC X(34).
      *    *************************************************************
      *                       IMPORTE
           10 SU-IMPORTE           PIC S9(15)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DIVISA
           10 SU-DIVISA            PIC X(3).
      *    *************************************************************
      *                       CONCEPTO
           10 SU-CONCEPTO          PIC X(20).
      *    *************************************************************
      *                       MOTIVO
           10 SU-MOTIVO            PIC X(20).
      *    *************************************************************
      *                       FECHA_RECEPCION
           10 SU-FECHA-RECEPCION   PIC X(10).
      *    *************************************************************
      *                       ESTADO
           10 SU-ESTADO            PIC X(1).
      *    *************************************************************
      *                       FECHA_DEVOLUCION
           10 SU-FECHA-DEVOLUCION  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
