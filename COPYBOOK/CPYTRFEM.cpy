      ******************************************************************
      ** C O P Y   F I C H E R O   D E   T R A N S F E R E N C I A S  **
      **                  E M I T I D A S   ( C A M A R A )           **
      **--------------------------------------------------------------**
      ** LONGITUD: 150. UN FICHERO POR EJECUCION: UNA CABECERA 'C',   **
      ** UN DETALLE 'D' POR TRANSFERENCIA Y UN REGISTRO 'T' DE        **
      ** TOTALES DE CONTROL (NUMERO DE DETALLES E IMPORTE TOTAL).     **
      **--------------------------------------------------------------**
      ** CABECERA:                                                    **
      **   ENTIDAD-TRC     --> CLAVE DE LA ENTIDAD PRESENTADORA       **
      **   FECHA-TRC       --> FECHA DE CREACION AAAAMMDD             **
      **   REFERENCIA-TRC  --> PROGRAMA + FECHA Y HORA DE CREACION    **
      ** DETALLE:                                                     **
      **   REFERENCIA-TRD  --> ID_TRANSFERENCIA (VUELVE EN LAS        **
      **                       DEVOLUCIONES)                          **
      **   IBAN-ORDENANTE-TRD / IBAN-BENEF-TRD --> IBAN ELECTRONICO   **
      **   IMPORTE-TRD     --> NUMERICO 13 ENTEROS Y 2 DECIMALES, EUR **
      **   FECHA-EJEC-TRD  --> FECHA DE EJECUCION AAAAMMDD            **
      ** TOTALES:                                                     **
      **   NUM-DETALLES-TRT / IMPORTE-TOTAL-TRT                       **
      ******************************************************************
       01 REG-TRF-CABECERA.
          05 TIPO-REG-TRC                  PIC X(01) VALUE 'C'.
          05 ENTIDAD-TRC                   PIC X(04).
          05 FECHA-TRC                     PIC 9(08).
          05 REFERENCIA-TRC                PIC X(20).
          05 FILLER                        PIC X(117) VALUE SPACES.
      *
       01 REG-TRF-DETALLE.
          05 TIPO-REG-TRD                  PIC X(01) VALUE 'D'.
          05 REFERENCIA-TRD                PIC 9(09).
          05 IBAN-ORDENANTE-TRD            PIC X(34).
          05 IBAN-BENEF-TRD                PIC X(34).
          05 IMPORTE-TRD                   PIC 9(13)V9(02).
          05 DIVISA-TRD                    PIC X(03).
          05 CONCEPTO-TRD                  PIC X(20).
          05 FECHA-EJEC-TRD                PIC 9(08).
          05 FILLER                        PIC X(26) VALUE SPACES.
      *
       01 REG-TRF-TOTALES.
          05 TIPO-REG-TRT                  PIC X(01) VALUE 'T'.
          05 NUM-DETALLES-TRT              PIC 9(07).
          05 IMPORTE-TOTAL-TRT             PIC 9(15)V9(02).
          05 FILLER                        PIC X(125) VALUE SPACES.
