      ******************************************************************
      ** C A D U L O T E.- LOTES PROXIMOS A CADUCAR. INFORME SEMANAL **
      **                   DE LOS LOTES CON EXISTENCIAS CUYA FECHA   **
      **                   DE CADUCIDAD CAE DENTRO DE LOS DIASCADUC  **
      **                   DIAS SIGUIENTES A LA FECHA DE PROCESO     **
      **                   (LOS YA CADUCADOS SALEN MARCADOS), POR    **
      **                   ALMACEN Y CADUCIDAD, CON SU VALOR A       **
      **                   COSTE: EL COSTE DEL LOTE O, SI NO LO      **
      **                   TIENE, EL COSTE MEDIO DEL PRODUCTO.       **
      **                   TOTALIZA LOTES, UNIDADES, VALOR Y VALOR   **
      **                   YA CADUCADO.                              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CADULOTE.
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
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0120).
      *    LOTES PROXIMOS A CADUCAR CON SU VALOR A COSTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'CADULOTE'.
      *
       01  CN-CONTADORES.
           05  CN-LOTES               PIC 9(05).
           05  CN-CADUCADOS           PIC 9(05).
           05  CN-UNIDADES            PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-PROCESO       PIC X(10).
           05  WK-DIAS-AVISO          PIC S9(04) COMP.
           05  WK-NOMBRE              PIC X(50).
           05  WK-COSTE               PIC S9(06)V9(04) COMP-3.
           05  WK-DIAS-CADUCIDAD      PIC S9(09) COMP.
           05  WK-VALOR-LOTE          PIC S9(09)V9(02) COMP-3.
           05  WK-VALOR-TOTAL         PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-CADUCADO      PIC S9(11)V9(02) COMP-3.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(11) VALUE 'AL  PROD.  '.
           05  FILLER                 PIC X(27) VALUE 'NOMBRE'.
           05  FILLER                 PIC X(17) VALUE 'LOTE'.
           05  FILLER                 PIC X(12) VALUE 'CADUCIDAD'.
           05  FILLER                 PIC X(07) VALUE ' DIAS'.
           05  FILLER                 PIC X(08) VALUE ' STOCK'.
           05  FILLER                 PIC X(13) VALUE '      COSTE'.
           05  FILLER                 PIC X(16) VALUE
               '         VALOR'.
           05  FILLER                 PIC X(09) VALUE 'ESTADO'.
      *
       01  LINEA-LOTE.
           05  ALMACEN-LOT            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-PRODUCTO-LOT        PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-LOT             PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOTE-LOT               PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CADUCIDAD-LOT          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-LOT               PIC -ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  STOCK-LOT              PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  COSTE-LOT              PIC ZZ.ZZ9,9999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-LOT              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ESTADO-LOT             PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  FILLER                 PIC X(08) VALUE 'LOTES: '.
           05  LOTES-TOT              PIC ZZ.ZZ9.
           05  FILLER                 PIC X(13) VALUE '  UNIDADES: '.
           05  UNIDADES-TOT           PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(10) VALUE '  VALOR: '.
           05  VALOR-TOT              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(14) VALUE
               '  CADUCADO: '.
           05  CADUCADO-TOT           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN STOCK_LOTE----------*
      *
           EXEC SQL
               INCLUDE TBSTOLOT
           END-EXEC.
      *
      *--------CURSOR DE LOTES CON STOCK QUE CADUCAN EN EL PLAZO-------*
      *--------DE AVISO (INCLUIDOS LOS YA CADUCADOS)-------------------*
      *
           EXEC SQL
               DECLARE CUR-CADUCIDAD CURSOR FOR
               SELECT L.ALMACEN
                     ,L.ID_PRODUCTO
                     ,COALESCE(P.NOMBRE, ' ')
                     ,L.LOTE
                     ,CHAR(L.FECHA_CADUCIDAD, ISO)
                     ,DAYS(L.FECHA_CADUCIDAD)
                      - DAYS(DATE(:WK-FECHA-PROCESO))
                     ,L.STOCK
                     ,COALESCE(L.COSTE_UNITARIO, C.COSTE_MEDIO, 0)
                 FROM STOCK_LOTE L
                 INNER JOIN PRODUCTOS P
                   ON P.ID_PRODUCTO = L.ID_PRODUCTO
                 LEFT OUTER JOIN COSTES_PRODUCTO C
                   ON C.ID_PRODUCTO = L.ID_PRODUCTO
                WHERE L.STOCK > 0
                  AND L.FECHA_CADUCIDAD IS NOT NULL
                  AND L.FECHA_CADUCIDAD <=
                      DATE(:WK-FECHA-PROCESO) + :WK-DIAS-AVISO DAYS
                ORDER BY L.ALMACEN
                        ,L.FECHA_CADUCIDAD
                        ,L.ID_PRODUCTO
                        ,L.LOTE
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      *
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      *
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
      *
           SET NO-FIN-CURSOR          TO TRUE
      *
           ACCEPT WK-FECHA-PROCESO  FROM SYSIN
      *
           IF WK-FECHA-PROCESO = SPACES
              DISPLAY 'CADULOTE: FALTA LA FECHA DE PROCESO EN SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1050-CARGAR-PARAMETROS
              THRU 1050-CARGAR-PARAMETROS-EXIT
      *
           DISPLAY 'CADULOTE: FECHA ' WK-FECHA-PROCESO
                   ' AVISO ' WK-DIAS-AVISO ' DIAS'
      *
           OPEN OUTPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FINFORME       FROM LINEA-CABECERA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-CADUCIDAD
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CADUCIDAD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1050-CARGAR-PARAMETROS                                     *
      *     DIAS DE AVISO ANTES DE LA CADUCIDAD: TABLA DE PARAMETROS   *
      ******************************************************************
       1050-CARGAR-PARAMETROS.
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASCADUC'           TO PARAMETRO-PAR
           MOVE 30                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-AVISO
      *
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1100-RESOLVER-PARAMETRO                                    *
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
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     VALOR DEL LOTE A COSTE; UN LOTE CON LA CADUCIDAD ANTERIOR  *
      *     A LA FECHA DE PROCESO YA NO PUEDE SERVIRSE (PICKING NO LO  *
      *     ASIGNA) Y SU VALOR SE ACUMULA COMO CADUCADO                *
      ******************************************************************
       2000-PROCESO.
      *
           COMPUTE WK-VALOR-LOTE ROUNDED = SL-STOCK * WK-COSTE
      *
           MOVE SL-ALMACEN            TO ALMACEN-LOT
           MOVE SL-ID-PRODUCTO        TO ID-PRODUCTO-LOT
           MOVE WK-NOMBRE             TO NOMBRE-LOT
           MOVE SL-LOTE               TO LOTE-LOT
           MOVE SL-FECHA-CADUCIDAD    TO CADUCIDAD-LOT
           MOVE WK-DIAS-CADUCIDAD     TO DIAS-LOT
           MOVE SL-STOCK              TO STOCK-LOT
           MOVE WK-COSTE              TO COSTE-LOT
           MOVE WK-VALOR-LOTE         TO VALOR-LOT
      *
           IF WK-DIAS-CADUCIDAD < 0
              MOVE 'CADUCADO'         TO ESTADO-LOT
              ADD CT-1                TO CN-CADUCADOS
              ADD WK-VALOR-LOTE       TO WK-VALOR-CADUCADO
           ELSE
              MOVE SPACES             TO ESTADO-LOT
           END-IF
      *
           WRITE REG-FINFORME       FROM LINEA-LOTE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-LOTES
           ADD SL-STOCK               TO CN-UNIDADES
           ADD WK-VALOR-LOTE          TO WK-VALOR-TOTAL
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-CADUCIDAD
           END-EXEC
      *
           IF RETURN-CODE = 0
              MOVE CN-LOTES           TO LOTES-TOT
              MOVE CN-UNIDADES        TO UNIDADES-TOT
              MOVE WK-VALOR-TOTAL     TO VALOR-TOT
              MOVE WK-VALOR-CADUCADO  TO CADUCADO-TOT
      *
              WRITE REG-FINFORME    FROM LINEA-TOTAL
      *
              IF FS-FINFORME NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FINFORME'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
           END-IF
      *
           CLOSE FINFORME
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   C A D U L O T E        **'
           DISPLAY '***************************************'
           DISPLAY '*LOTES A CADUCAR    : ' CN-LOTES '      *'
           DISPLAY '*YA CADUCADOS       : ' CN-CADUCADOS '      *'
           DISPLAY '*UNIDADES           : ' CN-UNIDADES '    *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-CADUCIDAD
                INTO :SL-ALMACEN
                    ,:SL-ID-PRODUCTO
                    ,:WK-NOMBRE
                    ,:SL-LOTE
                    ,:SL-FECHA-CADUCIDAD
                    ,:WK-DIAS-CADUCIDAD
                    ,:SL-STOCK
                    ,:WK-COSTE
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-CADUCIDAD'
                   DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
