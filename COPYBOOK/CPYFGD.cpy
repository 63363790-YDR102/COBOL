      ******************************************************************
      ** C O P Y   F I C H E R O   D E   D E P O S I T O S   F G D    **
      **--------------------------------------------------------------**
      ** LONGITUD: 150. FICHERO QUE PASA ENTRE LOS CINCO PASOS DEL    **
      ** PROCESO TRIMESTRAL DEL FONDO DE GARANTIA DE DEPOSITOS:       **
      **   FGDAGREG -> FGDDIVIS -> FGDELEGI -> FGDLIMIT -> FGDINFOR   **
      ** UNA CABECERA 'C', UN DETALLE 'D' POR DNI Y CUENTA, UN        **
      ** RESUMEN 'P' POR DEPOSITANTE (SOLO DESDE FGDLIMIT: ES LA      **
      ** VISTA UNICA DE CLIENTE) Y UN REGISTRO 'T' DE TOTALES DE      **
      ** CONTROL QUE CADA PASO CUADRA ANTES DE DAR EL FICHERO POR     **
      ** BUENO.                                                       **
      **--------------------------------------------------------------**
      ** CABECERA:                                                    **
      **   ENTIDAD-FGH     --> CLAVE DE LA ENTIDAD DECLARANTE         **
      **   FECHA-REF-FGH   --> FECHA DE REFERENCIA AAAAMMDD (CAMBIOS) **
      **   FECHA-PROC-FGH  --> FECHA DE EJECUCION AAAAMMDD            **
      **   LIMITE-FGH      --> LIMITE GARANTIZADO (LO FIJA FGDLIMIT)  **
      **   PROGRAMA-FGH    --> ULTIMO PASO QUE HA ESCRITO EL FICHERO  **
      ** DETALLE:                                                     **
      **   IMPORTE-FGD     --> PARTE DEL DNI EN EL SALDO, EN LA       **
      **                       DIVISA DE LA CUENTA                    **
      **   CAMBIO-FGD / IMPORTE-EUR-FGD --> LOS INFORMA FGDDIVIS      **
      **   ELEGIBLE-FGD    --> 'S' / 'N' (MOTIVO-FGD DICE POR QUE)    **
      ** RESUMEN POR DEPOSITANTE:                                     **
      **   ELEGIBLE-FGP    --> SUMA EUR DE SUS DETALLES ELEGIBLES     **
      **   CUBIERTO-FGP    --> ELEGIBLE HASTA EL LIMITE GARANTIZADO   **
      **   EXCESO-FGP      --> ELEGIBLE QUE SUPERA EL LIMITE          **
      ** TOTALES:                                                     **
      **   NUM-DETALLES-FGT / IMPORTE-TOTAL-FGT --> SIEMPRE           **
      **   IMPORTE-EUR-FGT   --> DESDE FGDDIVIS                       **
      **   ELEGIBLE-FGT      --> DESDE FGDELEGI                       **
      **   NUM-DEPOSIT-FGT / CUBIERTO-FGT --> DESDE FGDLIMIT          **
      ******************************************************************
       01 REG-FGD-CABECERA.
          05 TIPO-REG-FGH                  PIC X(01) VALUE 'C'.
          05 ENTIDAD-FGH                   PIC X(04).
          05 FECHA-REF-FGH                 PIC 9(08).
          05 FECHA-PROC-FGH                PIC 9(08).
          05 LIMITE-FGH                    PIC 9(13)V9(02).
          05 PROGRAMA-FGH                  PIC X(08).
          05 FILLER                        PIC X(106) VALUE SPACES.
      *
       01 REG-FGD-DETALLE.
          05 TIPO-REG-FGD                  PIC X(01) VALUE 'D'.
          05 DNI-FGD                       PIC X(09).
          05 NOMBRE-FGD                    PIC X(40).
          05 CUENTA-FGD.
             10 BANCO-FGD                  PIC X(04).
             10 OFICINA-FGD                PIC X(04).
             10 DC-FGD                     PIC X(02).
             10 NUMERO-FGD                 PIC X(10).
          05 PRODUCTO-FGD                  PIC X(02).
          05 DIVISA-FGD                    PIC X(03).
          05 PORCENTAJE-FGD                PIC 9(03)V9(02).
          05 IMPORTE-FGD                   PIC S9(13)V9(02).
          05 CAMBIO-FGD                    PIC 9(03)V9(05).
          05 IMPORTE-EUR-FGD               PIC S9(13)V9(02).
          05 ELEGIBLE-FGD                  PIC X(01).
             88 SI-ELEGIBLE-FGD                      VALUE 'S'.
             88 NO-ELEGIBLE-FGD                      VALUE 'N'.
          05 MOTIVO-FGD                    PIC X(20).
          05 FILLER                        PIC X(11) VALUE SPACES.
      *
       01 REG-FGD-DEPOSITANTE.
          05 TIPO-REG-FGP                  PIC X(01) VALUE 'P'.
          05 DNI-FGP                       PIC X(09).
          05 NOMBRE-FGP                    PIC X(40).
          05 NUM-CUENTAS-FGP               PIC 9(05).
          05 ELEGIBLE-FGP                  PIC 9(13)V9(02).
          05 CUBIERTO-FGP                  PIC 9(13)V9(02).
          05 EXCESO-FGP                    PIC 9(13)V9(02).
          05 FILLER                        PIC X(50) VALUE SPACES.
      *
       01 REG-FGD-TOTALES.
          05 TIPO-REG-FGT                  PIC X(01) VALUE 'T'.
          05 NUM-DETALLES-FGT              PIC 9(07).
          05 IMPORTE-TOTAL-FGT             PIC S9(15)V9(02).
          05 IMPORTE-EUR-FGT               PIC S9(15)V9(02).
          05 ELEGIBLE-FGT                  PIC 9(15)V9(02).
          05 NUM-DEPOSIT-FGT               PIC 9(07).
          05 CUBIERTO-FGT                  PIC 9(15)V9(02).
          05 FILLER                        PIC X(67) VALUE SPACES.
