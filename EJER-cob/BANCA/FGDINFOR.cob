      ******************************************************************
      ** F G D I N F O R.-FONDO DE GARANTIA DE DEPOSITOS, PASO 5 DE 5.**
      **                  LEE EL FICHERO POR DEPOSITANTE DE FGDLIMIT  **
      **                  Y EMITE EL INFORME DE BASE DE APORTACION AL **
      **                  FONDO: DEPOSITANTES CUBIERTOS POR COMPLETO, **
      **                  SOBRE EL LIMITE Y SIN DEPOSITO ELEGIBLE,    **
      **                  SALDO DECLARADO, EXCLUIDO, ELEGIBLE,        **
      **                  CUBIERTO (BASE DE CALCULO) Y NO CUBIERTO.   **
      **                  CUADRA DETALLES Y RESUMENES CONTRA LOS      **
      **                  TOTALES DE CONTROL DEL FICHERO: SI ALGO NO  **
      **                  CUADRA LO SENALA EN EL INFORME Y TERMINA    **
      **                  CON RC 4.                                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FGDINFOR.
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
           SELECT FFGDSCV ASSIGN TO FFGDSCV
           FILE STATUS FS-FFGDSCV.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFGDSCV
           RECORDING MODE IS F.
       01  REG-FFGDSCV                PIC X(0150).
      *    FICHERO POR DEPOSITANTE DE FGDLIMIT
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0100).
      *    BASE DE APORTACION AL FONDO DE GARANTIA DE DEPOSITOS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFGDSCV             PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'FGDINFOR'.
      *
       01  CN-CONTADORES.
           05  CN-DETALLES            PIC 9(07).
           05  CN-DEPOSITANTES        PIC 9(07).
           05  CN-CUBIERTOS           PIC 9(07).
           05  CN-SOBRE-LIMITE        PIC 9(07).
           05  CN-SIN-ELEGIBLE        PIC 9(07).
           05  CN-DESCUADRES          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-REG-FGD             PIC X(150).
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE-DET        PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE            PIC S9(15)V9(02) COMP-3.
           05  WK-CUBIERTO            PIC S9(15)V9(02) COMP-3.
           05  WK-EXCESO              PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE-CUB        PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE-SOB        PIC S9(15)V9(02) COMP-3.
           05  WK-CUBIERTO-SOB        PIC S9(15)V9(02) COMP-3.
           05  WK-EXCLUIDO            PIC S9(15)V9(02) COMP-3.
           05  WK-CONCEPTO            PIC X(45).
           05  WK-NUMERO              PIC 9(07).
           05  WK-IMPORTE             PIC S9(15)V9(02) COMP-3.
      *
       COPY CPYFGD.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(51) VALUE
               'FONDO DE GARANTIA DE DEPOSITOS - BASE DE APORTACION'.
           05  FILLER                 PIC X(49) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(09) VALUE 'ENTIDAD: '.
           05  ENTIDAD-CAB            PIC X(04).
           05  FILLER                 PIC X(19) VALUE
               '   FECHA REFERENCIA'.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  FECHA-REF-CAB          PIC 9(08).
           05  FILLER                 PIC X(22) VALUE
               '   LIMITE GARANTIZADO:'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LIMITE-CAB             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  LINEA-BLANCO               PIC X(100) VALUE SPACES.
      *
       01  LINEA-RESUMEN.
           05  CONCEPTO-RES           PIC X(45).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUMERO-RES             PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  IMPORTE-RES            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  LINEA-DESCUADRE.
           05  FILLER                 PIC X(12) VALUE
               'DESCUADRE: '.
           05  CONCEPTO-DES           PIC X(25).
           05  FILLER                 PIC X(09) VALUE ' LEIDO: '.
           05  LEIDO-DES              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(11) VALUE ' TOTALES: '.
           05  TOTALES-DES            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FFGDSCV         PIC X(01).
               88  SI-FIN-FFGDSCV               VALUE 'S'.
               88  NO-FIN-FFGDSCV               VALUE 'N'.
           05  SW-CABECERA            PIC X(01).
               88  SI-CABECERA                  VALUE 'S'.
               88  NO-CABECERA                  VALUE 'N'.
           05  SW-TOTALES             PIC X(01).
               88  SI-TOTALES                   VALUE 'S'.
               88  NO-TOTALES                   VALUE 'N'.
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
             UNTIL SI-FIN-FFGDSCV
      *
           PERFORM 2800-ESCRIBIR-RESUMEN
              THRU 2800-ESCRIBIR-RESUMEN-EXIT
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
      *
           SET NO-FIN-FFGDSCV            TO TRUE
           SET NO-CABECERA               TO TRUE
           SET NO-TOTALES                TO TRUE
      *
           OPEN INPUT  FFGDSCV
           OPEN OUTPUT FINFORME
      *
           IF FS-FFGDSCV NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDSCV ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FFGDSCV
              THRU 9000-LEER-FFGDSCV-EXIT
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
                    PERFORM 2100-TRATAR-DETALLE
                       THRU 2100-TRATAR-DETALLE-EXIT
               WHEN 'P'
                    MOVE WK-REG-FGD      TO REG-FGD-DEPOSITANTE
                    PERFORM 2200-TRATAR-DEPOSITANTE
                       THRU 2200-TRATAR-DEPOSITANTE-EXIT
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
           PERFORM 9000-LEER-FFGDSCV
              THRU 9000-LEER-FFGDSCV-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-TRATAR-CABECERA                                       *
      ******************************************************************
       2050-TRATAR-CABECERA.
      *
           SET SI-CABECERA               TO TRUE
      *
           MOVE ENTIDAD-FGH              TO ENTIDAD-CAB
           MOVE FECHA-REF-FGH            TO FECHA-REF-CAB
           MOVE LIMITE-FGH               TO LIMITE-CAB
      *
           WRITE REG-FINFORME FROM LINEA-TITULO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2050-TRATAR-CABECERA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2050-TRATAR-CABECERA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-BLANCO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2050-TRATAR-CABECERA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
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
      *     2100-TRATAR-DETALLE                                        *
      ******************************************************************
       2100-TRATAR-DETALLE.
      *
           ADD CT-1                      TO CN-DETALLES
           ADD IMPORTE-FGD               TO WK-IMPORTE-TOTAL
           ADD IMPORTE-EUR-FGD           TO WK-IMPORTE-EUR
      *
           IF SI-ELEGIBLE-FGD
              ADD IMPORTE-EUR-FGD        TO WK-ELEGIBLE-DET
           ELSE
              ADD IMPORTE-EUR-FGD        TO WK-EXCLUIDO
           END-IF
      *
           .
       2100-TRATAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-TRATAR-DEPOSITANTE                                    *
      *     CLASIFICA AL DEPOSITANTE POR SU COBERTURA.                 *
      ******************************************************************
       2200-TRATAR-DEPOSITANTE.
      *
           ADD CT-1                      TO CN-DEPOSITANTES
           ADD ELEGIBLE-FGP              TO WK-ELEGIBLE
           ADD CUBIERTO-FGP              TO WK-CUBIERTO
           ADD EXCESO-FGP                TO WK-EXCESO
      *
           EVALUATE TRUE
               WHEN ELEGIBLE-FGP = 0
                    ADD CT-1             TO CN-SIN-ELEGIBLE
               WHEN EXCESO-FGP > 0
                    ADD CT-1             TO CN-SOBRE-LIMITE
                    ADD ELEGIBLE-FGP     TO WK-ELEGIBLE-SOB
                    ADD CUBIERTO-FGP     TO WK-CUBIERTO-SOB
               WHEN OTHER
                    ADD CT-1             TO CN-CUBIERTOS
                    ADD ELEGIBLE-FGP     TO WK-ELEGIBLE-CUB
           END-EVALUATE
      *
           .
       2200-TRATAR-DEPOSITANTE-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CUADRAR-TOTALES                                       *
      *     CADA CONCEPTO QUE NO CUADRA SE LISTA EN EL INFORME.        *
      ******************************************************************
       2700-CUADRAR-TOTALES.
      *
           SET SI-TOTALES                TO TRUE
      *
           IF NUM-DETALLES-FGT NOT = CN-DETALLES
              MOVE 'NUMERO DE DETALLES'  TO CONCEPTO-DES
              MOVE CN-DETALLES           TO LEIDO-DES
              MOVE NUM-DETALLES-FGT      TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           IF IMPORTE-TOTAL-FGT NOT = WK-IMPORTE-TOTAL
              MOVE 'IMPORTE EN DIVISA'   TO CONCEPTO-DES
              MOVE WK-IMPORTE-TOTAL      TO LEIDO-DES
              MOVE IMPORTE-TOTAL-FGT     TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           IF IMPORTE-EUR-FGT NOT = WK-IMPORTE-EUR
              MOVE 'IMPORTE EN EUR'      TO CONCEPTO-DES
              MOVE WK-IMPORTE-EUR        TO LEIDO-DES
              MOVE IMPORTE-EUR-FGT       TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           IF ELEGIBLE-FGT NOT = WK-ELEGIBLE-DET
              OR ELEGIBLE-FGT NOT = WK-ELEGIBLE
              MOVE 'ELEGIBLE DETALLE/RESUMEN' TO CONCEPTO-DES
              MOVE WK-ELEGIBLE-DET       TO LEIDO-DES
              MOVE WK-ELEGIBLE           TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           IF NUM-DEPOSIT-FGT NOT = CN-DEPOSITANTES
              MOVE 'NUMERO DE DEPOSITANTES' TO CONCEPTO-DES
              MOVE CN-DEPOSITANTES       TO LEIDO-DES
              MOVE NUM-DEPOSIT-FGT       TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           IF CUBIERTO-FGT NOT = WK-CUBIERTO
              MOVE 'IMPORTE CUBIERTO'    TO CONCEPTO-DES
              MOVE WK-CUBIERTO           TO LEIDO-DES
              MOVE CUBIERTO-FGT          TO TOTALES-DES
              PERFORM 2750-LINEA-DESCUADRE
                 THRU 2750-LINEA-DESCUADRE-EXIT
           END-IF
      *
           .
       2700-CUADRAR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     2750-LINEA-DESCUADRE                                       *
      ******************************************************************
       2750-LINEA-DESCUADRE.
      *
           ADD CT-1                      TO CN-DESCUADRES
           MOVE 4                        TO RETURN-CODE
      *
           WRITE REG-FINFORME FROM LINEA-DESCUADRE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2750-LINEA-DESCUADRE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2750-LINEA-DESCUADRE-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-RESUMEN                                      *
      *     BASE DE APORTACION: EL TOTAL CUBIERTO.                     *
      ******************************************************************
       2800-ESCRIBIR-RESUMEN.
      *
           IF NO-CABECERA
              OR NO-TOTALES
              DISPLAY 'ERROR: FFGDSCV INCOMPLETO (SIN CABECERA O '
                      'SIN TOTALES)'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-RESUMEN'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'DEPOSITANTES CUBIERTOS POR COMPLETO'
                                         TO WK-CONCEPTO
           MOVE CN-CUBIERTOS             TO WK-NUMERO
           MOVE WK-ELEGIBLE-CUB          TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'DEPOSITANTES SOBRE EL LIMITE (ELEGIBLE)'
                                         TO WK-CONCEPTO
           MOVE CN-SOBRE-LIMITE          TO WK-NUMERO
           MOVE WK-ELEGIBLE-SOB          TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'DEPOSITANTES SOBRE EL LIMITE (CUBIERTO)'
                                         TO WK-CONCEPTO
           MOVE CN-SOBRE-LIMITE          TO WK-NUMERO
           MOVE WK-CUBIERTO-SOB          TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'DEPOSITANTES SIN DEPOSITO ELEGIBLE'
                                         TO WK-CONCEPTO
           MOVE CN-SIN-ELEGIBLE          TO WK-NUMERO
           MOVE 0                        TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           WRITE REG-FINFORME FROM LINEA-BLANCO
      *
           MOVE 'SALDO DECLARADO EN EUR (DETALLES)'
                                         TO WK-CONCEPTO
           MOVE CN-DETALLES              TO WK-NUMERO
           MOVE WK-IMPORTE-EUR           TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'EXCLUIDO DE LA GARANTIA'
                                         TO WK-CONCEPTO
           MOVE 0                        TO WK-NUMERO
           MOVE WK-EXCLUIDO              TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'DEPOSITOS ELEGIBLES (DEPOSITANTES)'
                                         TO WK-CONCEPTO
           MOVE CN-DEPOSITANTES          TO WK-NUMERO
           MOVE WK-ELEGIBLE              TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'DEPOSITOS CUBIERTOS - BASE DE APORTACION'
                                         TO WK-CONCEPTO
           MOVE CN-DEPOSITANTES          TO WK-NUMERO
           MOVE WK-CUBIERTO              TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           MOVE 'ELEGIBLE NO CUBIERTO (EXCESO)'
                                         TO WK-CONCEPTO
           MOVE CN-SOBRE-LIMITE          TO WK-NUMERO
           MOVE WK-EXCESO                TO WK-IMPORTE
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT
      *
           .
       2800-ESCRIBIR-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2900-LINEA-RESUMEN                                         *
      ******************************************************************
       2900-LINEA-RESUMEN.
      *
           MOVE WK-CONCEPTO              TO CONCEPTO-RES
           MOVE WK-NUMERO                TO NUMERO-RES
           MOVE WK-IMPORTE               TO IMPORTE-RES
      *
           WRITE REG-FINFORME FROM LINEA-RESUMEN
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2900-LINEA-RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-LINEA-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FFGDSCV
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F G D I N F O R    **'
           DISPLAY '***********************************'
           DISPLAY '*DETALLES LEIDOS    : ' CN-DETALLES '    *'
           DISPLAY '*DEPOSITANTES       : ' CN-DEPOSITANTES '    *'
           DISPLAY '*SOBRE EL LIMITE    : ' CN-SOBRE-LIMITE '    *'
           DISPLAY '*DESCUADRES         : ' CN-DESCUADRES '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FFGDSCV                                          *
      ******************************************************************
       9000-LEER-FFGDSCV.
      *
           READ FFGDSCV INTO WK-REG-FGD
      *
           EVALUATE FS-FFGDSCV
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FFGDSCV   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FFGDSCV'
                    DISPLAY 'PARRAFO: 9000-LEER-FFGDSCV'
                    DISPLAY 'FILE STATUS: ' FS-FFGDSCV
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FFGDSCV-EXIT.
           EXIT.
      *
