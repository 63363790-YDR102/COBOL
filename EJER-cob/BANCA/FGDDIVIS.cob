      ******************************************************************
      ** F G D D I V I S.-FONDO DE GARANTIA DE DEPOSITOS, PASO 2 DE 5.**
      **                  CONVIERTE A EUR LA PARTE DE CADA DETALLE    **
      **                  CON EL CAMBIO DE DIVISAS VIGENTE EN LA      **
      **                  FECHA DE REFERENCIA DE LA CABECERA (LA      **
      **                  ULTIMA FECHAVIG NO POSTERIOR). UNA DIVISA   **
      **                  SIN CAMBIO PUBLICADO DEJA EL DETALLE NO     **
      **                  ELEGIBLE CON SU MOTIVO Y TERMINA CON RC 4.  **
      **                  CUADRA LOS TOTALES DE CONTROL DE FGDAGREG   **
      **                  (SI NO CUADRAN O FALTAN, RC 8 Y EL FICHERO  **
      **                  DE SALIDA QUEDA SIN TOTALES) Y AGREGA EL    **
      **                  TOTAL EN EUR PARA FGDELEGI.                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FGDDIVIS.
       AUTHOR.       DAVID.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
         SOURCE-COMPUTER.  IBM-3090.
         OBJECT-COMPUTER.  IBM-3090.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFGDENT ASSIGN TO FFGDENT
           FILE STATUS FS-FFGDENT.
      *
           SELECT FFGDSAL ASSIGN TO FFGDSAL
           FILE STATUS FS-FFGDSAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFGDENT
           RECORDING MODE IS F.
       01  REG-FFGDENT                PIC X(0150).
      *    FICHERO FGD DE FGDAGREG
      *
       FD FFGDSAL
           RECORDING MODE IS F.
       01  REG-FFGDSAL                PIC X(0150).
      *    FICHERO FGD CON IMPORTES EN EUR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFGDENT             PIC X(02).
           05  FS-FFGDSAL             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'FGDDIVIS'.
           05  CT-MOTIVO-SIN-CAMBIO   PIC X(20) VALUE
               'SIN CAMBIO DIVISA'.
      *
       01  CN-CONTADORES.
           05  CN-DETALLES            PIC 9(07).
           05  CN-CONVERTIDOS         PIC 9(07).
           05  CN-SIN-CAMBIO          PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-REG-FGD             PIC X(150).
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-ANTERIOR     PIC X(03).
           05  WK-CAMBIO-ANTERIOR     PIC S9(03)V9(05) COMP-3.
      *
       01  WK-FECHA-REF.
           05  WK-REF-ANYO            PIC X(04).
           05  WK-REF-MES             PIC X(02).
           05  WK-REF-DIA             PIC X(02).
      *
       01  WK-FECHA-REF-ISO.
           05  WK-ISO-ANYO            PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WK-ISO-MES             PIC X(02).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WK-ISO-DIA             PIC X(02).
      *
       COPY CPYFGD.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FFGDENT         PIC X(01).
               88  SI-FIN-FFGDENT               VALUE 'S'.
               88  NO-FIN-FFGDENT               VALUE 'N'.
           05  SW-CABECERA            PIC X(01).
               88  SI-CABECERA                  VALUE 'S'.
               88  NO-CABECERA                  VALUE 'N'.
           05  SW-TOTALES             PIC X(01).
               88  SI-TOTALES                   VALUE 'S'.
               88  NO-TOTALES                   VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-FFGDENT
      *
           PERFORM 2800-ESCRIBIR-TOTALES
              THRU 2800-ESCRIBIR-TOTALES-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      DCLDIVISAS
      *
           SET NO-FIN-FFGDENT            TO TRUE
           SET NO-CABECERA               TO TRUE
           SET NO-TOTALES                TO TRUE
      *
           OPEN INPUT  FFGDENT
           OPEN OUTPUT FFGDSAL
      *
           IF FS-FFGDENT NOT = CT-00
              OR FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDENT ' ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FFGDENT
              THRU 9000-LEER-FFGDENT-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE WK-REG-FGD (1:1)
               WHEN 'C'
                    MOVE WK-REG-FGD      TO REG-FGD-CABECERA
                    PERFORM 2050-TRATAR-CABECERA
                       THRU 2050-TRATAR-CABECERA-EXIT
               WHEN 'D'
                    MOVE WK-REG-FGD      TO REG-FGD-DETALLE
                    PERFORM 2100-CONVERTIR-DETALLE
                       THRU 2100-CONVERTIR-DETALLE-EXIT
               WHEN 'T'
                    MOVE WK-REG-FGD      TO REG-FGD-TOTALES
                    PERFORM 2700-CUADRAR-TOTALES
                       THRU 2700-CUADRAR-TOTALES-EXIT
               WHEN OTHER
                    DISPLAY 'AVISO: REGISTRO DE TIPO DESCONOCIDO: '
                            WK-REG-FGD (1:1)
                    MOVE 4               TO RETURN-CODE
           END-EVALUATE
      *
           PERFORM 9000-LEER-FFGDENT
              THRU 9000-LEER-FFGDENT-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-TRATAR-CABECERA                                       *
      *     LA FECHA DE REFERENCIA GOBIERNA EL CAMBIO A APLICAR.       *
      ******************************************************************
       2050-TRATAR-CABECERA.
      *
           SET SI-CABECERA               TO TRUE
      *
           MOVE FECHA-REF-FGH            TO WK-FECHA-REF
           MOVE WK-REF-ANYO              TO WK-ISO-ANYO
           MOVE WK-REF-MES               TO WK-ISO-MES
           MOVE WK-REF-DIA               TO WK-ISO-DIA
      *
           DISPLAY 'FGDDIVIS: CAMBIOS A FECHA ' WK-FECHA-REF-ISO
      *
           MOVE CT-PGM                   TO PROGRAMA-FGH
      *
           WRITE REG-FFGDSAL FROM REG-FGD-CABECERA
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2050-TRATAR-CABECERA'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2050-TRATAR-CABECERA-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CONVERTIR-DETALLE                                     *
      *     EUR = IMPORTE / CAMBIO (UNIDADES DE DIVISA POR EUR, COMO   *
      *     EN TRANSFER). EL FICHERO VIENE POR DNI, ASI QUE SE GUARDA  *
      *     EL ULTIMO CAMBIO LEIDO PARA NO REPETIR LA CONSULTA.        *
      ******************************************************************
       2100-CONVERTIR-DETALLE.
      *
           IF NO-CABECERA
              DISPLAY 'ERROR: DETALLE SIN CABECERA EN FFGDENT'
              DISPLAY 'PARRAFO: 2100-CONVERTIR-DETALLE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DETALLES
           ADD IMPORTE-FGD               TO WK-IMPORTE-TOTAL
      *
           IF DIVISA-FGD = 'EUR'
              MOVE 1                     TO CAMBIO-FGD
              MOVE IMPORTE-FGD           TO IMPORTE-EUR-FGD
           ELSE
              PERFORM 2150-BUSCAR-CAMBIO
                 THRU 2150-BUSCAR-CAMBIO-EXIT
           END-IF
      *
           ADD IMPORTE-EUR-FGD           TO WK-IMPORTE-EUR
      *
           WRITE REG-FFGDSAL FROM REG-FGD-DETALLE
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2100-CONVERTIR-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-CONVERTIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2150-BUSCAR-CAMBIO                                         *
      ******************************************************************
       2150-BUSCAR-CAMBIO.
      *
           IF DIVISA-FGD NOT = WK-DIVISA-ANTERIOR
              MOVE DIVISA-FGD            TO DV-DIVISA
      *
              EXEC SQL
                  SELECT CAMBIO
                    INTO :DV-CAMBIO
                    FROM DIVISAS
                   WHERE DIVISA = :DV-DIVISA
                     AND FECHAVIG <= :WK-FECHA-REF-ISO
                   ORDER BY FECHAVIG DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
      *
              EVALUATE SQLCODE
                  WHEN 0
                       MOVE DV-CAMBIO    TO WK-CAMBIO-ANTERIOR
                  WHEN 100
                       MOVE 0            TO WK-CAMBIO-ANTERIOR
                  WHEN OTHER
                       DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                       DISPLAY 'PARRAFO: 2150-BUSCAR-CAMBIO'
                       DISPLAY 'TABLA: DIVISAS'
                       DISPLAY 'SQLCODE: ' SQLCODE
      *
                       MOVE 8            TO RETURN-CODE
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
              END-EVALUATE
      *
              MOVE DIVISA-FGD            TO WK-DIVISA-ANTERIOR
           END-IF
      *
           IF WK-CAMBIO-ANTERIOR = 0
              MOVE 0                     TO CAMBIO-FGD
                                            IMPORTE-EUR-FGD
              SET NO-ELEGIBLE-FGD        TO TRUE
              MOVE CT-MOTIVO-SIN-CAMBIO  TO MOTIVO-FGD
              ADD CT-1                   TO CN-SIN-CAMBIO
              DISPLAY 'AVISO: SIN CAMBIO PARA ' DIVISA-FGD
                      ' CUENTA ' CUENTA-FGD ' DNI ' DNI-FGD
              MOVE 4                     TO RETURN-CODE
              GO TO 2150-BUSCAR-CAMBIO-EXIT
           END-IF
      *
           MOVE WK-CAMBIO-ANTERIOR       TO CAMBIO-FGD
           COMPUTE IMPORTE-EUR-FGD ROUNDED =
                   IMPORTE-FGD / WK-CAMBIO-ANTERIOR
           ADD CT-1                      TO CN-CONVERTIDOS
      *
           .
       2150-BUSCAR-CAMBIO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CUADRAR-TOTALES                                       *
      *     EL FICHERO DE ENTRADA DEBE CUADRAR CON SUS TOTALES: SI NO, *
      *     NO SE SIGUE LA CADENA.                                     *
      ******************************************************************
       2700-CUADRAR-TOTALES.
      *
           SET SI-TOTALES                TO TRUE
      *
           IF NUM-DETALLES-FGT NOT = CN-DETALLES
              OR IMPORTE-TOTAL-FGT NOT = WK-IMPORTE-TOTAL
              DISPLAY 'ERROR: FFGDENT DESCUADRADO CON SUS TOTALES'
              DISPLAY 'DETALLES LEIDOS : ' CN-DETALLES
                      ' TOTALES: ' NUM-DETALLES-FGT
              DISPLAY 'IMPORTE LEIDO   : ' WK-IMPORTE-TOTAL
                      ' TOTALES: ' IMPORTE-TOTAL-FGT
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-CUADRAR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-TOTALES                                      *
      ******************************************************************
       2800-ESCRIBIR-TOTALES.
      *
           IF NO-CABECERA
              OR NO-TOTALES
              DISPLAY 'ERROR: FFGDENT INCOMPLETO (SIN CABECERA O '
                      'SIN TOTALES)'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CN-DETALLES              TO NUM-DETALLES-FGT
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOTAL-FGT
           MOVE WK-IMPORTE-EUR           TO IMPORTE-EUR-FGT
           MOVE 0                        TO ELEGIBLE-FGT
                                            NUM-DEPOSIT-FGT
                                            CUBIERTO-FGT
      *
           WRITE REG-FFGDSAL FROM REG-FGD-TOTALES
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FFGDENT
                 FFGDSAL
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F G D D I V I S    **'
           DISPLAY '***********************************'
           DISPLAY '*DETALLES LEIDOS    : ' CN-DETALLES '    *'
           DISPLAY '*CONVERTIDOS A EUR  : ' CN-CONVERTIDOS '    *'
           DISPLAY '*SIN CAMBIO         : ' CN-SIN-CAMBIO '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FFGDENT                                          *
      ******************************************************************
       9000-LEER-FFGDENT.
      *
           READ FFGDENT INTO WK-REG-FGD
      *
           EVALUATE FS-FFGDENT
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FFGDENT   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FFGDENT'
                    DISPLAY 'PARRAFO: 9000-LEER-FFGDENT'
                    DISPLAY 'FILE STATUS: ' FS-FFGDENT
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FFGDENT-EXIT.
           EXIT.
      *
