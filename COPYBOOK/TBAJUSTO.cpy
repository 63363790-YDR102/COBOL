             CANTIDAD_AJUSTE                DECIMAL(5, 0) NOT NULL,
             COD_MOTIVO                     CHAR(2) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_AJUSTE                   TIMESTAMP NOT NULL,
             LOTE                           CHAR(15)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AJUSTES_STOCK                      *
      *    *************************************************************
      *                       FECHA_AJUSTE
           10 AJ-FECHA-AJUSTE      PIC X(26).
      *    *************************************************************
      *                       LOTE
           10 AJ-LOTE              PIC X(15).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
