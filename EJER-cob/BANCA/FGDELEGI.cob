      ******************************************************************
      ** F G D E L E G I.-FONDO DE GARANTIA DE DEPOSITOS, PASO 3 DE 5.**
      **                  DECIDE QUE DETALLES SON DEPOSITOS ELEGIBLES.**
      **                  NO LO SON:                                  **
      **                  - LOS PRODUCTOS EXCLUIDOS DE LA GARANTIA    **
      **                    (TABLA CT-TABLA-EXCLUIDOS: CUENTAS        **
      **                    INTERNAS, DE ENTIDADES FINANCIERAS, DE    **
      **                    ADMINISTRACIONES PUBLICAS Y DE VALORES).  **
      **                  - LA CUENTA PUENTE DE COMPENSACION.         **
      **                  - LAS PARTES CON SALDO DEUDOR O CERO (NO    **
      **                    SON DEPOSITO; NO SE COMPENSAN CON LAS     **
      **                    ACREEDORAS DEL MISMO DNI).                **
      **                  - LOS QUE FGDDIVIS NO PUDO CONVERTIR.       **
      **                  EMITE EL LISTADO DE EXCLUSIONES CON SU      **
      **                  MOTIVO, CUADRA LOS TOTALES DE FGDDIVIS Y    **
      **                  AGREGA EL TOTAL ELEGIBLE PARA FGDLIMIT.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FGDELEGI.
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
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFGDENT
           RECORDING MODE IS F.
       01  REG-FFGDENT                PIC X(0150).
      *    FICHERO FGD DE FGDDIVIS
      *
       FD FFGDSAL
           RECORDING MODE IS F.
       01  REG-FFGDSAL                PIC X(0150).
      *    FICHERO FGD CON LA ELEGIBILIDAD DECIDIDA
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0110).
      *    LISTADO DE DETALLES EXCLUIDOS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFGDENT             PIC X(02).
           05  FS-FFGDSAL             PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'FGDELEGI'.
           05  CT-NUM-EXCLUIDOS       PIC 9(02) VALUE 4.
           05  CT-MOTIVO-PUENTE       PIC X(20) VALUE
               'CUENTA PUENTE'.
           05  CT-MOTIVO-DEUDOR       PIC X(20) VALUE
               'SALDO DEUDOR O CERO'.
      *
      * PRODUCTOS DE CUENTA EXCLUIDOS DE LA GARANTIA Y SU MOTIVO. SON
      * LOS CODIGOS DE CT-TABLA-PRODUCTOS DE APERTCTA; CC Y CA ESTAN
      * CUBIERTAS.
       01  CT-TABLA-EXCLUIDOS.
           05  FILLER              PIC X(22) VALUE
               'CICUENTA INTERNA      '.
           05  FILLER              PIC X(22) VALUE
               'EFENTIDAD FINANCIERA  '.
           05  FILLER              PIC X(22) VALUE
               'APADMINISTRAC. PUBLICA'.
           05  FILLER              PIC X(22) VALUE
               'VACUENTA DE VALORES   '.
       01  CT-TABLA-EXCLUIDOS-R REDEFINES CT-TABLA-EXCLUIDOS.
           05  EXCLUIDOS-TB OCCURS 4.
               10  PRODUCTO-TB        PIC X(02).
               10  MOTIVO-TB          PIC X(20).
      *
       01  CN-CONTADORES.
           05  CN-DETALLES            PIC 9(07).
           05  CN-ELEGIBLES           PIC 9(07).
           05  CN-EXCLUIDOS           PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-REG-FGD             PIC X(150).
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-EUR         PIC S9(15)V9(02) COMP-3.
           05  WK-ELEGIBLE            PIC S9(15)V9(02) COMP-3.
           05  WK-EXCLUIDO            PIC S9(15)V9(02) COMP-3.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYPUENT.
      *
       COPY CPYFGD.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(45) VALUE
               'FGD - DETALLES EXCLUIDOS DE LA GARANTIA. REF.'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FECHA-REF-CAB          PIC 9(08).
           05  FILLER                 PIC X(56) VALUE SPACES.
      *
       01  LINEA-EXCLUIDO.
           05  DNI-EXC                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-EXC             PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-EXC             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PRODUCTO-EXC           PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-EUR-EXC        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-EXC             PIC X(20).
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  FILLER                 PIC X(20) VALUE
               'TOTAL EXCLUIDO EUR  '.
           05  NUM-EXCLUIDOS-TOT      PIC ZZZZZZ9.
           05  FILLER                 PIC X(38) VALUE SPACES.
           05  IMPORTE-EUR-TOT        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(26) VALUE SPACES.
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
      *
           OPEN INPUT  FFGDENT
           OPEN OUTPUT FFGDSAL
                       FINFORME
      *
           IF FS-FFGDENT NOT = CT-00
              OR FS-FFGDSAL NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDENT ' ' FS-FFGDSAL
                      ' ' FS-FINFORME
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
                    PERFORM 2100-DECIDIR-ELEGIBLE
                       THRU 2100-DECIDIR-ELEGIBLE-EXIT
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
      ******************************************************************
       2050-TRATAR-CABECERA.
      *
           SET SI-CABECERA               TO TRUE
      *
           MOVE FECHA-REF-FGH            TO FECHA-REF-CAB
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
      *     2100-DECIDIR-ELEGIBLE                                      *
      *     UN DETALLE QUE LLEGA YA NO ELEGIBLE CONSERVA SU MOTIVO.    *
      ******************************************************************
       2100-DECIDIR-ELEGIBLE.
      *
           IF NO-CABECERA
              DISPLAY 'ERROR: DETALLE SIN CABECERA EN FFGDENT'
              DISPLAY 'PARRAFO: 2100-DECIDIR-ELEGIBLE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DETALLES
           ADD IMPORTE-FGD               TO WK-IMPORTE-TOTAL
           ADD IMPORTE-EUR-FGD           TO WK-IMPORTE-EUR
      *
           IF SI-ELEGIBLE-FGD
              PERFORM 2110-BUSCAR-EXCLUIDO
                 THRU 2110-BUSCAR-EXCLUIDO-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CT-NUM-EXCLUIDOS
                   OR NO-ELEGIBLE-FGD
           END-IF
      *
           IF SI-ELEGIBLE-FGD
              AND BANCO-FGD = CT-BANCO-PUENTE
              AND OFICINA-FGD = CT-OFICINA-PUENTE
              AND NUMERO-FGD = CT-NUMERO-PUENTE
              SET NO-ELEGIBLE-FGD        TO TRUE
              MOVE CT-MOTIVO-PUENTE      TO MOTIVO-FGD
           END-IF
      *
           IF SI-ELEGIBLE-FGD
              AND IMPORTE-EUR-FGD NOT > 0
              SET NO-ELEGIBLE-FGD        TO TRUE
              MOVE CT-MOTIVO-DEUDOR      TO MOTIVO-FGD
           END-IF
      *
           IF SI-ELEGIBLE-FGD
              ADD CT-1                   TO CN-ELEGIBLES
              ADD IMPORTE-EUR-FGD        TO WK-ELEGIBLE
           ELSE
              PERFORM 2500-LINEA-EXCLUIDO
                 THRU 2500-LINEA-EXCLUIDO-EXIT
           END-IF
      *
           WRITE REG-FFGDSAL FROM REG-FGD-DETALLE
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2100-DECIDIR-ELEGIBLE'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-DECIDIR-ELEGIBLE-EXIT.
           EXIT.
      ******************************************************************
      *     2110-BUSCAR-EXCLUIDO                                       *
      ******************************************************************
       2110-BUSCAR-EXCLUIDO.
      *
           IF PRODUCTO-FGD = PRODUCTO-TB (IND)
              SET NO-ELEGIBLE-FGD        TO TRUE
              MOVE MOTIVO-TB (IND)       TO MOTIVO-FGD
           END-IF
      *
           .
       2110-BUSCAR-EXCLUIDO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-LINEA-EXCLUIDO                                        *
      ******************************************************************
       2500-LINEA-EXCLUIDO.
      *
           ADD CT-1                      TO CN-EXCLUIDOS
           ADD IMPORTE-EUR-FGD           TO WK-EXCLUIDO
      *
           MOVE DNI-FGD                  TO DNI-EXC
           MOVE NOMBRE-FGD               TO NOMBRE-EXC
           MOVE CUENTA-FGD               TO CUENTA-EXC
           MOVE PRODUCTO-FGD             TO PRODUCTO-EXC
           MOVE IMPORTE-EUR-FGD          TO IMPORTE-EUR-EXC
           MOVE MOTIVO-FGD               TO MOTIVO-EXC
      *
           WRITE REG-FINFORME FROM LINEA-EXCLUIDO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-LINEA-EXCLUIDO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-LINEA-EXCLUIDO-EXIT.
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
              DISPLAY 'ERROR: FFGDENT DESCUADRADO CON SUS TOTALES'
              DISPLAY 'DETALLES LEIDOS : ' CN-DETALLES
                      ' TOTALES: ' NUM-DETALLES-FGT
              DISPLAY 'IMPORTE LEIDO   : ' WK-IMPORTE-TOTAL
                      ' TOTALES: ' IMPORTE-TOTAL-FGT
              DISPLAY 'IMPORTE EUR     : ' WK-IMPORTE-EUR
                      ' TOTALES: ' IMPORTE-EUR-FGT
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
           MOVE CN-EXCLUIDOS             TO NUM-EXCLUIDOS-TOT
           MOVE WK-EXCLUIDO              TO IMPORTE-EUR-TOT
           WRITE REG-FINFORME FROM LINEA-TOTAL
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CN-DETALLES              TO NUM-DETALLES-FGT
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOTAL-FGT
           MOVE WK-IMPORTE-EUR           TO IMPORTE-EUR-FGT
           MOVE WK-ELEGIBLE              TO ELEGIBLE-FGT
           MOVE 0                        TO NUM-DEPOSIT-FGT
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
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F G D E L E G I    **'
           DISPLAY '***********************************'
           DISPLAY '*DETALLES LEIDOS    : ' CN-DETALLES '    *'
           DISPLAY '*ELEGIBLES          : ' CN-ELEGIBLES '    *'
           DISPLAY '*EXCLUIDOS          : ' CN-EXCLUIDOS '    *'
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
