      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CLASE_BM ES LA CLASE DE LA ESCALA BONUS-MALUS (TABLA           *
      * ESCALA_BONUS_MALUS) QUE APLICA A LA PRIMA Y FECHA_BM LA FECHA  *
      * DEL ULTIMO RECALCULO DE BONUSMAL. NULAS EN LAS POLIZAS AUN NO  *
      * RECALCULADAS (CLASE DE ENTRADA).                               *
      * MATRICULA, MARCA_MODELO Y BASTIDOR (VIN) IDENTIFICAN EL        *
      * VEHICULO ASEGURADO ANTE EL FICHERO INFORMATIVO DE VEHICULOS    *
      * ASEGURADOS (FIVA). NULAS EN LAS POLIZAS CARGADAS ANTES DE      *
      * RECOGERSE EL VEHICULO.                                         *
      ******************************************************************
           EXEC SQL DECLARE AUTOS_MAPFRE TABLE
           ( POLIZA                         CHAR(9) NOT NULL,
             CATEGORIA                      CHAR(21) NOT NULL,
             COBERTURAS                     VARCHAR(505),
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             CLASE_BM                       SMALLINT,
             FECHA_BM                       DATE,
             MATRICULA                      CHAR(10),
             MARCA_MODELO                   CHAR(30),
             BASTIDOR                       CHAR(17)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOS_MAPFRE                       *
      *                       FECHA_VENCIMIENTO
           10 AU-FECHA-VENCIMIENTO
              PIC X(10).
      *    *************************************************************
      *                       CLASE_BM
           10 AU-CLASE-BM          PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       FECHA_BM
           10 AU-FECHA-BM          PIC X(10).
      *    *************************************************************
      *                       MATRICULA
           10 AU-MATRICULA         PIC X(10).
      *    *************************************************************
      *                       MARCA_MODELO
           10 AU-MARCA-MODELO      PIC X(30).
      *    *************************************************************
      *                       BASTIDOR
           10 AU-BASTIDOR          PIC X(17).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
