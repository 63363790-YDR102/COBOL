      ******************************************************************
      ** F G D L I M I T.-FONDO DE GARANTIA DE DEPOSITOS, PASO 4 DE 5.**
      **                  SUMA POR DNI LOS DETALLES ELEGIBLES EN EUR  **
      **                  Y LIMITA EL IMPORTE CUBIERTO AL LIMITE      **
      **                  GARANTIZADO (PARAMETRO LIMITE-FGD DE        **
      **                  RUTPARAM, POR DEFECTO 100.000 EUR; SYSIN    **
      **                  LO ANULA). GRABA EL FICHERO POR             **
      **                  DEPOSITANTE (VISTA UNICA DE CLIENTE): LOS   **
      **                  DETALLES DE CADA DNI SEGUIDOS DE SU         **
      **                  RESUMEN 'P' CON ELEGIBLE, CUBIERTO Y        **
      **                  EXCESO, Y LOS TOTALES DE CONTROL. EL        **
      **                  FICHERO DE ENTRADA DEBE VENIR POR DNI.      **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FGDLIMIT.
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
           SELECT FFGDSCV ASSIGN TO FFGDSCV
           FILE STATUS FS-FFGDSCV.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFGDENT
           RECORDING MODE IS F.
       01  REG-FFGDENT                PIC X(0150).
      *    FICHERO FGD DE FGDELEGI
      *
       FD FFGDSCV
           RECORDING MODE IS F.
       01  REG-FFGDSCV                PIC X(0150).
      *    FICHERO POR DEPOSITANTE (VISTA UNICA DE CLIENTE)
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFGDENT             PIC X(02).
           05  FS-FFGDSCV             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'FGDLIMIT'.
           05  CT-LIMITE-DEFECTO      PIC 9(07) VALUE 100000.
      *
       01  CN-CONTADORES.
           05  CN-DETALLES            PIC 9(07).
           05  CN-DEPOSITANTES        PIC 9(07).
           05  CN-SOBRE-LIMITE        PIC 9(07).
           05  CN-CUENTAS-DNI         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-REG-FGD             PIC X(150).
           05  WK-LIMITE-E            PIC 9(07).
           05  WK-LIMITE              PIC S9(13)V9(02) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE            PIC S9(15)V9(02) COMP-3.
           05  WK-CUBIERTO            PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE-DNI        PIC S9(15)V9(02) COMP-3.
           05  WK-DNI-ANTERIOR        PIC X(09).
           05  WK-NOMBRE-ANTERIOR     PIC X(40).
      *
       COPY CPYPARAM.
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
           05  SW-PRIMER-DNI          PIC X(01).
               88  SI-PRIMER-DNI                VALUE 'S'.
               88  NO-PRIMER-DNI                VALUE 'N'.
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
      *
           SET NO-FIN-FFGDENT            TO TRUE
           SET NO-CABECERA               TO TRUE
           SET NO-TOTALES                TO TRUE
           SET SI-PRIMER-DNI             TO TRUE
      *
           ACCEPT WK-LIMITE-E FROM SYSIN
      *
      *    SYSIN SOLO ANULA: EL LIMITE VIGENTE LO GOBIERNA LA TABLA
           INITIALIZE CPYPARAM
           MOVE CT-PGM                   TO PROGRAMA-PAR
           MOVE 'LIMITE-FGD'             TO PARAMETRO-PAR
           MOVE WK-LIMITE-E              TO VALOR-SYSIN-PAR
           MOVE CT-LIMITE-DEFECTO        TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-LIMITE
      *
           DISPLAY 'FGDLIMIT: LIMITE GARANTIZADO: ' WK-LIMITE
                   ' ORIGEN ' ORIGEN-PAR
      *
           OPEN INPUT  FFGDENT
           OPEN OUTPUT FFGDSCV
      *
           IF FS-FFGDENT NOT = CT-00
              OR FS-FFGDSCV NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDENT ' ' FS-FFGDSCV
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
      *     1100-RESOLVER-PARAMETRO                                    *
      *     RESUELVE UN PARAMETRO CONTRA RUTPARAM (S=SYSIN, T=TABLA,   *
      *     D=DEFECTO).                                                *
      ******************************************************************
       1100-RESOLVER-PARAMETRO.
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1100-RESOLVER-PARAMETRO'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
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
      *     LA CABECERA DEL FICHERO POR DEPOSITANTE LLEVA EL LIMITE    *
      *     APLICADO.                                                  *
      ******************************************************************
       2050-TRATAR-CABECERA.
      *
           SET SI-CABECERA               TO TRUE
      *
           MOVE WK-LIMITE                TO LIMITE-FGH
           MOVE CT-PGM                   TO PROGRAMA-FGH
      *
           WRITE REG-FFGDSCV FROM REG-FGD-CABECERA
      *
           IF FS-FFGDSCV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSCV'
              DISPLAY 'PARRAFO: 2050-TRATAR-CABECERA'
              DISPLAY 'FILE STATUS: ' FS-FFGDSCV
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
      *     RUPTURA POR DNI: AL CAMBIAR DE DNI SE CIERRA EL RESUMEN    *
      *     DEL ANTERIOR. EL DETALLE PASA TAL CUAL AL FICHERO.         *
      ******************************************************************
       2100-TRATAR-DETALLE.
      *
           IF NO-CABECERA
              DISPLAY 'ERROR: DETALLE SIN CABECERA EN FFGDENT'
              DISPLAY 'PARRAFO: 2100-TRATAR-DETALLE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF NO-PRIMER-DNI
              AND DNI-FGD < WK-DNI-ANTERIOR
              DISPLAY 'ERROR: FFGDENT NO VIENE ORDENADO POR DNI'
              DISPLAY 'PARRAFO: 2100-TRATAR-DETALLE'
              DISPLAY 'DNI: ' DNI-FGD ' TRAS ' WK-DNI-ANTERIOR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF NO-PRIMER-DNI
              AND DNI-FGD NOT = WK-DNI-ANTERIOR
              PERFORM 2500-RESUMEN-DEPOSITANTE
                 THRU 2500-RESUMEN-DEPOSITANTE-EXIT
           END-IF
      *
           IF SI-PRIMER-DNI
              OR DNI-FGD NOT = WK-DNI-ANTERIOR
              SET NO-PRIMER-DNI          TO TRUE
              MOVE DNI-FGD               TO WK-DNI-ANTERIOR
              MOVE NOMBRE-FGD            TO WK-NOMBRE-ANTERIOR
              MOVE 0                     TO CN-CUENTAS-DNI
                                            WK-ELEGIBLE-DNI
           END-IF
      *
           ADD CT-1                      TO CN-DETALLES
                                            CN-CUENTAS-DNI
           ADD IMPORTE-FGD               TO WK-IMPORTE-TOTAL
           ADD IMPORTE-EUR-FGD           TO WK-IMPORTE-EUR
      *
           IF SI-ELEGIBLE-FGD
              ADD IMPORTE-EUR-FGD        TO WK-ELEGIBLE
                                            WK-ELEGIBLE-DNI
           END-IF
      *
           WRITE REG-FFGDSCV FROM REG-FGD-DETALLE
      *
           IF FS-FFGDSCV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSCV'
              DISPLAY 'PARRAFO: 2100-TRATAR-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FFGDSCV
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-TRATAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-RESUMEN-DEPOSITANTE                                   *
      *     CUBIERTO = ELEGIBLE HASTA EL LIMITE; EL RESTO ES EXCESO.   *
      ******************************************************************
       2500-RESUMEN-DEPOSITANTE.
      *
           ADD CT-1                      TO CN-DEPOSITANTES
      *
           MOVE WK-DNI-ANTERIOR          TO DNI-FGP
           MOVE WK-NOMBRE-ANTERIOR       TO NOMBRE-FGP
           MOVE CN-CUENTAS-DNI           TO NUM-CUENTAS-FGP
           MOVE WK-ELEGIBLE-DNI          TO ELEGIBLE-FGP
      *
           IF WK-ELEGIBLE-DNI > WK-LIMITE
              MOVE WK-LIMITE             TO CUBIERTO-FGP
              COMPUTE EXCESO-FGP = WK-ELEGIBLE-DNI - WK-LIMITE
              ADD CT-1                   TO CN-SOBRE-LIMITE
           ELSE
              MOVE WK-ELEGIBLE-DNI       TO CUBIERTO-FGP
              MOVE 0                     TO EXCESO-FGP
           END-IF
      *
           ADD CUBIERTO-FGP              TO WK-CUBIERTO
      *
           WRITE REG-FFGDSCV FROM REG-FGD-DEPOSITANTE
      *
           IF FS-FFGDSCV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSCV'
              DISPLAY 'PARRAFO: 2500-RESUMEN-DEPOSITANTE'
              DISPLAY 'FILE STATUS: ' FS-FFGDSCV
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-RESUMEN-DEPOSITANTE-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CUADRAR-TOTALES                                       *
      ******************************************************************
       2700-CUADRAR-TOTALES.
      *
           SET SI-TOTALES                TO TRUE
      *
           IF NUM-DETALLES-FGT NOT = CN-DETALLES
              OR IMPORTE-TOTAL-FGT NOT = WK-IMPORTE-TOTAL
              OR IMPORTE-EUR-FGT NOT = WK-IMPORTE-EUR
              OR ELEGIBLE-FGT NOT = WK-ELEGIBLE
              DISPLAY 'ERROR: FFGDENT DESCUADRADO CON SUS TOTALES'
              DISPLAY 'DETALLES LEIDOS : ' CN-DETALLES
                      ' TOTALES: ' NUM-DETALLES-FGT
              DISPLAY 'IMPORTE LEIDO   : ' WK-IMPORTE-TOTAL
                      ' TOTALES: ' IMPORTE-TOTAL-FGT
              DISPLAY 'IMPORTE EUR     : ' WK-IMPORTE-EUR
                      ' TOTALES: ' IMPORTE-EUR-FGT
              DISPLAY 'ELEGIBLE EUR    : ' WK-ELEGIBLE
                      ' TOTALES: ' ELEGIBLE-FGT
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
      *     CIERRA EL ULTIMO DEPOSITANTE Y GRABA LOS TOTALES.          *
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
           IF NO-PRIMER-DNI
              PERFORM 2500-RESUMEN-DEPOSITANTE
                 THRU 2500-RESUMEN-DEPOSITANTE-EXIT
           END-IF
      *
           MOVE CN-DETALLES              TO NUM-DETALLES-FGT
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOTAL-FGT
           MOVE WK-IMPORTE-EUR           TO IMPORTE-EUR-FGT
           MOVE WK-ELEGIBLE              TO ELEGIBLE-FGT
           MOVE CN-DEPOSITANTES          TO NUM-DEPOSIT-FGT
           MOVE WK-CUBIERTO              TO CUBIERTO-FGT
      *
           WRITE REG-FFGDSCV FROM REG-FGD-TOTALES
      *
           IF FS-FFGDSCV NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSCV'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FFGDSCV
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
                 FFGDSCV
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F G D L I M I T    **'
           DISPLAY '***********************************'
           DISPLAY '*DETALLES LEIDOS    : ' CN-DETALLES '    *'
           DISPLAY '*DEPOSITANTES       : ' CN-DEPOSITANTES '    *'
           DISPLAY '*SOBRE EL LIMITE    : ' CN-SOBRE-LIMITE '    *'
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
