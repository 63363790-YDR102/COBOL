      ******************************************************************
      ** B O N U S M A L.-RECALCULO BONUS-MALUS DE LAS POLIZAS DE     **
      **                  AUTOS AL RENOVAR. RECORRE LAS POLIZAS DE    **
      **                  AUTOS_MAPFRE QUE VENCEN EN LA VENTANA DE    **
      **                  RENOVACION Y AUN NO SE HAN RECALCULADO EN   **
      **                  ELLA, CUENTA SUS SINIESTROS ACEPTADOS DEL   **
      **                  ULTIMO ANYO DE POLIZA EN                    **
      **                  SINIESTROS_PEPITO_SEG Y LA MUEVE EN LA      **
      **                  ESCALA ESCALA_BONUS_MALUS:                  **
      **                  - SIN SINIESTROS BAJA UNA CLASE, HASTA EL   **
      **                    SUELO DE LA ESCALA.                       **
      **                  - CADA SINIESTRO SUBE LAS CLASES QUE MARCA  **
      **                    EL PARAMETRO SALTOSINIEST, HASTA EL       **
      **                    TECHO DE LA ESCALA.                       **
      **                  LA PRIMA AJUSTADA ES LA PRIMA DE TARIFA     **
      **                  (SUMA ASEGURADA POR COTIZACIONES, COMO      **
      **                  ALTAPOL) POR EL PORCENTAJE DE LA CLASE.     **
      **                  GUARDA CLASE, PRIMA Y FECHA DE RECALCULO EN **
      **                  AUTOS_MAPFRE Y LISTA LAS POLIZAS QUE        **
      **                  CAMBIAN DE CLASE CON LA PRIMA ANTERIOR Y LA **
      **                  NUEVA, MARCANDO PARA REVISION LAS QUE       **
      **                  VARIAN MAS DEL UMBRAL DE SUSCRIPCION.       **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   BONUSMAL.
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
       01  REG-FINFORME               PIC X(0080).
      *    POLIZAS QUE CAMBIAN DE CLASE BONUS-MALUS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-CLASES          PIC 9(02) VALUE 30.
           05  CT-TIPOCOT-AUTOS       PIC 9(01) VALUE 2.
           05  CT-MARCA-REVISAR       PIC X(10) VALUE 'REVISAR'.
      *
       01  CN-CONTADORES.
           05  CN-POLIZAS-LEIDAS      PIC 9(05).
           05  CN-POLIZAS-BAJAN       PIC 9(05).
           05  CN-POLIZAS-SUBEN       PIC 9(05).
           05  CN-POLIZAS-IGUAL       PIC 9(05).
           05  CN-POLIZAS-REVISAR     PIC 9(05).
      *
      * ESCALA BONUS-MALUS CARGADA EN MEMORIA, ORDENADA POR CLASE
       01  TABLA-ESCALA.
           05  CN-CLASES-TB           PIC 9(02).
           05  ESCALA-TB OCCURS 30.
               10  CLASE-TB           PIC S9(04) COMP.
               10  PORCENTAJE-TB      PIC S9(03)V9(02) COMP-3.
      *
      * PARAMETROS DE SYSIN: INTERVALO DE COMMIT Y ANULACION DE LA
      * VENTANA DE RENOVACION EN DIAS (CERO = LA DE LA TABLA)
       01  WK-PARM-SYSIN.
           05  WK-NUM-COMMIT-E        PIC 9(03).
           05  WK-DIAS-VENTANA-E      PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-CONT-COMMIT         PIC 9(03).
           05  WK-DIAS-VENTANA        PIC S9(09) COMP.
           05  WK-CLASE-ENTRADA       PIC S9(04) COMP.
           05  WK-SALTO-SINIESTRO     PIC S9(04) COMP.
           05  WK-UMBRAL-REVISION     PIC S9(03)V9(02) COMP-3.
           05  WK-POLIZA              PIC X(09).
           05  WK-PRIMA-ANTERIOR      PIC S9(13)V9(2) COMP-3.
           05  WK-CLASE-ANTERIOR      PIC S9(04) COMP.
           05  WK-CLASE-NUEVA         PIC S9(04) COMP.
           05  WK-VENCIMIENTO         PIC X(10).
           05  WK-SUMA-ASEGURADA      PIC S9(13)V9(2) COMP-3.
           05  WK-SINIESTROS          PIC S9(09) COMP.
           05  WK-PRIMA-TARIFA        PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-NUEVA         PIC S9(13)V9(2) COMP-3.
           05  WK-VARIACION           PIC S9(05)V9(02) COMP-3.
           05  WK-VARIACION-ABS       PIC S9(05)V9(02) COMP-3.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-CLASE              PIC 9(02).
      *
       01  LINEA-INFORME.
           05  POLIZA-INF             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLASE-ANT-INF          PIC Z9.
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  CLASE-NUE-INF          PIC Z9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SINIESTROS-INF         PIC Z9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-ANT-INF          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-NUE-INF          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VARIACION-INF          PIC -ZZ9,99.
           05  FILLER                 PIC X(01) VALUE '%'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MARCA-INF              PIC X(10).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-ESCALA          PIC X(01).
               88  SI-FIN-ESCALA                VALUE 'S'.
               88  NO-FIN-ESCALA                VALUE 'N'.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS--------------------------*
      *
       COPY CPYPARAM.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN AUTOS_MAPFRE--------*
      *
           EXEC SQL
               INCLUDE TBAUTFIN
           END-EXEC.
      *
      *--------DCLGEN ESCALA_BONUS_MALUS--*
      *
           EXEC SQL
               INCLUDE TBBONMAL
           END-EXEC.
      *
      *--------DCLGEN COTIZACIONES--------*
      *
           EXEC SQL
               INCLUDE TBCOTYZ
           END-EXEC.
      *
      *--------CURSOR DE LA ESCALA BONUS-MALUS-------------------------*
      *
           EXEC SQL
               DECLARE CUR-ESCALA CURSOR FOR
               SELECT CLASE
                     ,PORCENTAJE_PRIMA
                 FROM ESCALA_BONUS_MALUS
                ORDER BY CLASE
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS DE AUTOS EN VENTANA DE RENOVACION-----*
      *
           EXEC SQL
               DECLARE CUR-RENOVACION CURSOR WITH HOLD FOR
               SELECT A.POLIZA
                     ,A.PRIMA
                     ,COALESCE(A.CLASE_BM, :WK-CLASE-ENTRADA)
                     ,A.FECHA_VENCIMIENTO
                     ,COALESCE(G.COBERTURA1_IMPORTE, 0)
                    + COALESCE(G.COBERTURA2_IMPORTE, 0)
                    + COALESCE(G.COBERTURA3_IMPORTE, 0)
                    + COALESCE(G.COBERTURA4_IMPORTE, 0)
                     ,(SELECT COUNT(*)
                         FROM SINIESTROS_PEPITO_SEG S
                        WHERE S.NUMERO_POLIZA = A.POLIZA
                          AND S.ACPTADO = 'S'
                          AND S.FECHA_SINIESTRO >
                              A.FECHA_VENCIMIENTO - 1 YEAR
                          AND S.FECHA_SINIESTRO <=
                              A.FECHA_VENCIMIENTO)
                 FROM AUTOS_MAPFRE A
                     ,SEGUROS_PEPITO_SEG G
                WHERE G.NUMERO_POLIZA = A.POLIZA
                  AND A.FECHA_VENCIMIENTO BETWEEN CURRENT DATE
                      AND CURRENT DATE + :WK-DIAS-VENTANA DAYS
                  AND (A.FECHA_BM IS NULL
                       OR A.FECHA_BM <
                          A.FECHA_VENCIMIENTO - :WK-DIAS-VENTANA DAYS)
                ORDER BY A.POLIZA
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
             UNTIL SI-FIN-CURSOR
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
                      TABLA-ESCALA
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      DCLAUTOS-MAPFRE
                      DCLESCALA-BONUS-MALUS
                      DCLCOTIZACIONES
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-NUM-COMMIT-E = 0 OR WK-NUM-COMMIT-E = SPACES
              MOVE 1                     TO WK-NUM-COMMIT-E
              DISPLAY 'BONUSMAL: INTERVALO DE COMMIT POR DEFECTO: 001'
           ELSE
              DISPLAY 'BONUSMAL: INTERVALO DE COMMIT: ' WK-NUM-COMMIT-E
           END-IF
      *
           IF WK-DIAS-VENTANA-E = SPACES
              MOVE 0                     TO WK-DIAS-VENTANA-E
           END-IF
      *
      *    SYSIN SOLO ANULA LA VENTANA: LOS VALORES VIGENTES LOS
      *    GOBIERNA LA TABLA DE PARAMETROS A TRAVES DE RUTPARAM
           INITIALIZE CPYPARAM
           MOVE 'BONUSMAL'               TO PROGRAMA-PAR
           MOVE 'DIASVENTANA'            TO PARAMETRO-PAR
           MOVE WK-DIAS-VENTANA-E        TO VALOR-SYSIN-PAR
           MOVE 30                       TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-DIAS-VENTANA
      *
           DISPLAY 'BONUSMAL: VENTANA DE RENOVACION (DIAS): '
                   WK-DIAS-VENTANA ' ORIGEN ' ORIGEN-PAR
      *
           INITIALIZE CPYPARAM
           MOVE 'BONUSMAL'               TO PROGRAMA-PAR
           MOVE 'CLASEENTRADA'           TO PARAMETRO-PAR
           MOVE 10                       TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-CLASE-ENTRADA
      *
           INITIALIZE CPYPARAM
           MOVE 'BONUSMAL'               TO PROGRAMA-PAR
           MOVE 'SALTOSINIEST'           TO PARAMETRO-PAR
           MOVE 3                        TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-SALTO-SINIESTRO
      *
           INITIALIZE CPYPARAM
           MOVE 'BONUSMAL'               TO PROGRAMA-PAR
           MOVE 'UMBRALREVIS'            TO PARAMETRO-PAR
           MOVE 20                       TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-UMBRAL-REVISION
      *
           PERFORM 1200-CARGAR-ESCALA
              THRU 1200-CARGAR-ESCALA-EXIT
      *
           PERFORM 1300-LEER-TARIFA
              THRU 1300-LEER-TARIFA-EXIT
      *
           OPEN OUTPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-RENOVACION
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-RENOVACION'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
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
      *     1200-CARGAR-ESCALA                                         *
      *     CARGAMOS LA ESCALA ORDENADA POR CLASE. SIN ESCALA NO HAY   *
      *     RECALCULO POSIBLE Y EL PROGRAMA TERMINA CON ERROR.         *
      ******************************************************************
       1200-CARGAR-ESCALA.
      *
           SET NO-FIN-ESCALA             TO TRUE
      *
           EXEC SQL
               OPEN CUR-ESCALA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ESCALA'
              DISPLAY 'PARRAFO: 1200-CARGAR-ESCALA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1210-LEER-ESCALA
              THRU 1210-LEER-ESCALA-EXIT
             UNTIL SI-FIN-ESCALA
      *
           EXEC SQL
               CLOSE CUR-ESCALA
           END-EXEC
      *
           IF CN-CLASES-TB = 0
              DISPLAY 'ERROR: ESCALA_BONUS_MALUS VACIA'
              DISPLAY 'PARRAFO: 1200-CARGAR-ESCALA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1200-CARGAR-ESCALA-EXIT.
           EXIT.
      ******************************************************************
      *     1210-LEER-ESCALA                                           *
      ******************************************************************
       1210-LEER-ESCALA.
      *
           EXEC SQL
               FETCH CUR-ESCALA
                INTO :BM-CLASE
                    ,:BM-PORCENTAJE-PRIMA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF CN-CLASES-TB >= CT-MAX-CLASES
                       DISPLAY 'BONUSMAL: ESCALA TRUNCADA A '
                               CT-MAX-CLASES ' CLASES'
                       SET SI-FIN-ESCALA TO TRUE
                    ELSE
                       ADD CT-1          TO CN-CLASES-TB
                       MOVE BM-CLASE     TO CLASE-TB (CN-CLASES-TB)
                       MOVE BM-PORCENTAJE-PRIMA
                                    TO PORCENTAJE-TB (CN-CLASES-TB)
                    END-IF
               WHEN 100
                    SET SI-FIN-ESCALA    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ESCALA'
                    DISPLAY 'PARRAFO: 1210-LEER-ESCALA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1210-LEER-ESCALA-EXIT.
           EXIT.
      ******************************************************************
      *     1300-LEER-TARIFA                                           *
      *     PORCENTAJE DE TARIFA DEL RAMO DE AUTOS EN COTIZACIONES.    *
      ******************************************************************
       1300-LEER-TARIFA.
      *
           MOVE CT-TIPOCOT-AUTOS         TO TB-TIPOCOT
      *
           EXEC SQL
               SELECT PORCENTAGE
                 INTO :TB-PORCENTAGE
                 FROM COTIZACIONES
                WHERE TIPOCOT = :TB-TIPOCOT
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1300-LEER-TARIFA'
              DISPLAY 'TABLA: COTIZACIONES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1300-LEER-TARIFA-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     PARA LA POLIZA EN CURSO: NUEVA CLASE, PRIMA AJUSTADA,      *
      *     ACTUALIZACION Y LINEA DE INFORME SI CAMBIA DE CLASE.       *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-CALCULAR-CLASE
              THRU 2100-CALCULAR-CLASE-EXIT
      *
           PERFORM 2200-CALCULAR-PRIMA
              THRU 2200-CALCULAR-PRIMA-EXIT
      *
           PERFORM 2300-ACTUALIZAR-POLIZA
              THRU 2300-ACTUALIZAR-POLIZA-EXIT
      *
           EVALUATE TRUE
               WHEN WK-CLASE-NUEVA < WK-CLASE-ANTERIOR
                    ADD CT-1             TO CN-POLIZAS-BAJAN
               WHEN WK-CLASE-NUEVA > WK-CLASE-ANTERIOR
                    ADD CT-1             TO CN-POLIZAS-SUBEN
               WHEN OTHER
                    ADD CT-1             TO CN-POLIZAS-IGUAL
           END-EVALUATE
      *
           IF WK-CLASE-NUEVA NOT = WK-CLASE-ANTERIOR
              PERFORM 2700-INFORMAR-CAMBIO
                 THRU 2700-INFORMAR-CAMBIO-EXIT
           END-IF
      *
           ADD CT-1                      TO WK-CONT-COMMIT
           IF WK-CONT-COMMIT >= WK-NUM-COMMIT-E
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE 0                     TO WK-CONT-COMMIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CALCULAR-CLASE                                        *
      *     UN ANYO SIN SINIESTROS BAJA UNA CLASE; CADA SINIESTRO      *
      *     ACEPTADO SUBE SALTOSINIEST CLASES. EL RESULTADO SE ACOTA   *
      *     ENTRE LA PRIMERA Y LA ULTIMA CLASE DE LA ESCALA.           *
      ******************************************************************
       2100-CALCULAR-CLASE.
      *
           IF WK-SINIESTROS = 0
              COMPUTE WK-CLASE-NUEVA = WK-CLASE-ANTERIOR - 1
           ELSE
              COMPUTE WK-CLASE-NUEVA = WK-CLASE-ANTERIOR
                    + WK-SINIESTROS * WK-SALTO-SINIESTRO
           END-IF
      *
           IF WK-CLASE-NUEVA < CLASE-TB (1)
              MOVE CLASE-TB (1)          TO WK-CLASE-NUEVA
           END-IF
      *
           IF WK-CLASE-NUEVA > CLASE-TB (CN-CLASES-TB)
              MOVE CLASE-TB (CN-CLASES-TB)
                                         TO WK-CLASE-NUEVA
           END-IF
      *
      *    SI LA ESCALA TIENE HUECOS SE APLICA LA CLASE INFERIOR MAS
      *    PROXIMA
           MOVE 1                        TO IND-CLASE
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > CN-CLASES-TB
              IF CLASE-TB (IND) <= WK-CLASE-NUEVA
                 MOVE IND                TO IND-CLASE
              END-IF
           END-PERFORM
      *
           MOVE CLASE-TB (IND-CLASE)     TO WK-CLASE-NUEVA
      *
           .
       2100-CALCULAR-CLASE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CALCULAR-PRIMA                                        *
      *     PRIMA DE TARIFA POR EL PORCENTAJE DE LA NUEVA CLASE.       *
      ******************************************************************
       2200-CALCULAR-PRIMA.
      *
           COMPUTE WK-PRIMA-TARIFA ROUNDED =
                   WK-SUMA-ASEGURADA * TB-PORCENTAGE / 100
      *
           COMPUTE WK-PRIMA-NUEVA ROUNDED =
                   WK-PRIMA-TARIFA * PORCENTAJE-TB (IND-CLASE) / 100
      *
           IF WK-PRIMA-ANTERIOR = 0
              MOVE 0                     TO WK-VARIACION
           ELSE
              COMPUTE WK-VARIACION ROUNDED =
                      (WK-PRIMA-NUEVA - WK-PRIMA-ANTERIOR) * 100
                    / WK-PRIMA-ANTERIOR
           END-IF
      *
           .
       2200-CALCULAR-PRIMA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ACTUALIZAR-POLIZA                                     *
      ******************************************************************
       2300-ACTUALIZAR-POLIZA.
      *
           MOVE WK-POLIZA                TO AU-POLIZA
           MOVE WK-PRIMA-NUEVA           TO AU-PRIMA
           MOVE WK-CLASE-NUEVA           TO AU-CLASE-BM
      *
           EXEC SQL
               UPDATE AUTOS_MAPFRE
                  SET PRIMA = :AU-PRIMA
                     ,CLASE_BM = :AU-CLASE-BM
                     ,FECHA_BM = CURRENT DATE
                WHERE POLIZA = :AU-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ACTUALIZAR-POLIZA'
              DISPLAY 'TABLA: AUTOS_MAPFRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2300-ACTUALIZAR-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2700-INFORMAR-CAMBIO                                       *
      *     LAS VARIACIONES DE PRIMA POR ENCIMA DEL UMBRAL (EN VALOR   *
      *     ABSOLUTO) SE MARCAN PARA REVISION DE SUSCRIPCION.          *
      ******************************************************************
       2700-INFORMAR-CAMBIO.
      *
           MOVE WK-POLIZA                TO POLIZA-INF
           MOVE WK-CLASE-ANTERIOR        TO CLASE-ANT-INF
           MOVE WK-CLASE-NUEVA           TO CLASE-NUE-INF
           MOVE WK-SINIESTROS            TO SINIESTROS-INF
           MOVE WK-PRIMA-ANTERIOR        TO PRIMA-ANT-INF
           MOVE WK-PRIMA-NUEVA           TO PRIMA-NUE-INF
           MOVE WK-VARIACION             TO VARIACION-INF
           MOVE SPACES                   TO MARCA-INF
      *
           MOVE WK-VARIACION             TO WK-VARIACION-ABS
           IF WK-VARIACION-ABS < 0
              COMPUTE WK-VARIACION-ABS = WK-VARIACION-ABS * -1
           END-IF
      *
           IF WK-VARIACION-ABS > WK-UMBRAL-REVISION
              MOVE CT-MARCA-REVISAR      TO MARCA-INF
              ADD CT-1                   TO CN-POLIZAS-REVISAR
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-INFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-INFORMAR-CAMBIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-INFORMAR-CAMBIO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-RENOVACION
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   B O N U S M A L    **'
           DISPLAY '***********************************'
           DISPLAY '*POLIZAS EN VENTANA : ' CN-POLIZAS-LEIDAS
                   '      *'
           DISPLAY '*BAJAN DE CLASE     : ' CN-POLIZAS-BAJAN
                   '      *'
           DISPLAY '*SUBEN DE CLASE     : ' CN-POLIZAS-SUBEN
                   '      *'
           DISPLAY '*MISMA CLASE        : ' CN-POLIZAS-IGUAL
                   '      *'
           DISPLAY '*MARCADAS REVISION  : ' CN-POLIZAS-REVISAR
                   '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-RENOVACION
                INTO :WK-POLIZA
                    ,:WK-PRIMA-ANTERIOR
                    ,:WK-CLASE-ANTERIOR
                    ,:WK-VENCIMIENTO
                    ,:WK-SUMA-ASEGURADA
                    ,:WK-SINIESTROS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-POLIZAS-LEIDAS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-RENOVACION'
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      *
