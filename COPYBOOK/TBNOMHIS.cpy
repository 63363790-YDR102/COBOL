      * RESULTADO DE NOMINA POR EMPLEADO Y PERIODO (AAAA-MM), GRABADO  *
      * POR CADA EJECUCION DE NOMINA. DE AQUI SALEN LAS REIMPRESIONES  *
      * DE RECIBOS (REIMPNOM) Y EL CERTIFICADO ANUAL DE RETENCIONES    *
      * (CERTIRPF). BASE_SS ES LA BASE DE COTIZACION DEL PERIODO (SIN  *
      * LO EXENTO, COMO LA INDEMNIZACION DEL FINIQUITO), DE LA QUE     *
      * COTIZASS SACA LA LIQUIDACION DE SEGUROS SOCIALES.              *
      ******************************************************************
           EXEC SQL DECLARE NOMINAS_HISTORICO TABLE
           ( MATRICULA                      CHAR(4) NOT NULL,
             BRUTO                          DECIMAL(10, 3) NOT NULL,
             IRPF                           DECIMAL(10, 3) NOT NULL,
             SEGURIDAD_SOCIAL               DECIMAL(10, 3) NOT NULL,
             NETO                           DECIMAL(10, 3) NOT NULL,
             BASE_SS                        DECIMAL(10, 3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NOMINAS_HISTORICO                  *
      *    *************************************************************
      *                       NETO
           10 NH-NETO              PIC S9(7)V9(3) USAGE COMP-3.
      *    *************************************************************
      *                       BASE_SS
           10 NH-BASE-SS           PIC S9(7)V9(3) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
