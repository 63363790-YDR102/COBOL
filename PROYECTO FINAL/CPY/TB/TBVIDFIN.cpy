      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FECHA_LIQUIDACION, TIPO_LIQUIDACION ('V' VENCIMIENTO, 'R'      *
      * RESCATE) E IMPORTE_LIQUIDACION LOS GRABA LIQVIDA AL PAGAR LA   *
      * POLIZA. NULAS MIENTRAS LA POLIZA NO SE HA LIQUIDADO.           *
      ******************************************************************
           EXEC SQL DECLARE VIDA_MAPFRE TABLE
           ( POLIZA                         CHAR(9) NOT NULL,
             EDAD                           INTEGER NOT NULL,
             COBERTURAS                     VARCHAR(500),
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             FECHA_LIQUIDACION              DATE,
             TIPO_LIQUIDACION               CHAR(1),
             IMPORTE_LIQUIDACION            DECIMAL(15, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VIDA_MAPFRE                        *
      *                       FECHA_VENCIMIENTO
           10 TB-FECHA-VENCIMIENTO
              PIC X(10).
      *    *************************************************************
      *                       FECHA_LIQUIDACION
           10 TB-FECHA-LIQUIDACION PIC X(10).
      *    *************************************************************
      *                       TIPO_LIQUIDACION
           10 TB-TIPO-LIQUIDACION  PIC X(1).
      *    *************************************************************
      *                       IMPORTE_LIQUIDACION
           10 TB-IMPORTE-LIQUIDACION
              PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
