      ******************************************************************
      * REGISTRO DE EVENTOS CATASTROFICOS: UNA FILA POR EVENTO Y ZONA  *
      * POSTAL (2 DIGITOS) AFECTADA, CON SU VENTANA DE FECHAS.         *
      * CONSORCIO: 'S' RIESGO EXTRAORDINARIO A CARGO DEL CONSORCIO DE  *
      *   COMPENSACION DE SEGUROS (SUS SINIESTROS SE REDIRIGEN AL      *
      *   CONSORCIO, NO LOS PAGA LA COMPANIA), 'N' A CARGO PROPIO.     *
      ******************************************************************
           EXEC SQL DECLARE EVENTOS_CATASTROFE TABLE
           ( COD_EVENTO                     CHAR(6) NOT NULL,
             ZONA_POSTAL                    CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_FIN                      DATE NOT NULL,
             CONSORCIO                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EVENTOS_CATASTROFE                 *
      *    *************************************************************
      *                       FECHA_FIN
           10 EV-FECHA-FIN         PIC X(10).
      *    *************************************************************
      *                       CONSORCIO
           10 EV-CONSORCIO         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
