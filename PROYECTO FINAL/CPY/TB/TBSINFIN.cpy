      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DECISION_AUTOMATICA = 'S' CUANDO EL SINIESTRO LO ACEPTA EL     *
      * TRIAJE DE TRIAJSIN SIN PASAR POR PERITO (NULO EN LOS DEMAS).   *
      ******************************************************************
           EXEC SQL DECLARE SINIESTROS_PEPITO_SEG TABLE
           ( ID_SINIETRO                    INTEGER NOT NULL,
             REF_PAGO                       CHAR(12),
             FECHA_ASIGNACION               DATE,
             FECHA_DECISION                 DATE,
             COD_EVENTO                     CHAR(6),
             DECISION_AUTOMATICA            CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SINIESTROS_PEPITO_SEG              *
      *    *************************************************************
      *                       COD_EVENTO
           10 TB-COD-EVENTO        PIC X(6).
      *    *************************************************************
      *                       DECISION_AUTOMATICA
           10 TB-DECISION-AUTOMATICA
              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
