      ******************************************************************
      ** C L A S I F M U.- CLASIFICACIONES Y CUADRO DEL MUNDIAL. CON **
      **                  LOS RESULTADOS DE RESULTADOS_MUNDIAL       **
      **                  CALCULA LA CLASIFICACION DE CADA GRUPO     **
      **                  (JUGADOS, GANADOS, EMPATADOS, PERDIDOS,    **
      **                  GOLES A FAVOR Y EN CONTRA, DIFERENCIA Y    **
      **                  PUNTOS) Y LA ORDENA POR PUNTOS, DIFERENCIA **
      **                  DE GOLES, GOLES A FAVOR Y ENFRENTAMIENTO   **
      **                  DIRECTO. CUANDO UN GRUPO TERMINA PASA A    **
      **                  OCTAVOS A SUS DOS PRIMEROS Y ELIMINA AL    **
      **                  RESTO; CON CADA ELIMINATORIA JUGADA EL     **
      **                  GANADOR AVANZA DE FASE Y EL PERDEDOR QUEDA **
      **                  ELIMINADO, TODO EN                         **
      **                  MUNDIAL.FASE_ELIMINACION. IMPRIME LAS      **
      **                  CLASIFICACIONES Y EL CUADRO DE             **
      **                  ELIMINATORIAS HASTA EL MOMENTO.            **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CLASIFMU.
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
           SELECT FCLASIF  ASSIGN TO FCLASIF
           FILE STATUS FS-FCLASIF.
      *
           SELECT FCUADRO  ASSIGN TO FCUADRO
           FILE STATUS FS-FCUADRO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCLASIF
           RECORDING MODE IS F.
       01  REG-FCLASIF                PIC X(0100).
      *    CLASIFICACION DE CADA GRUPO
      *
       FD FCUADRO
           RECORDING MODE IS F.
       01  REG-FCUADRO                PIC X(0100).
      *    CUADRO DE ELIMINATORIAS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCLASIF             PIC X(02).
           05  FS-FCUADRO             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'CLASIFMU'.
           05  CT-FASE-GRUPOS         PIC X(20) VALUE 'GRUPOS'.
           05  CT-ELIMINADO           PIC X(10) VALUE 'ELIMINADO'.
           05  CT-NUM-FASES           PIC 9(02) VALUE 6.
           05  CT-MAX-EQUIPOS         PIC 9(02) VALUE 8.
           05  CT-CLASIFICADOS        PIC 9(02) VALUE 2.
           05  CT-PUNTOS-VICTORIA     PIC 9(02) VALUE 3.
      *
      * FASES DEL TORNEO EN ORDEN; LA ULTIMA ES LA DEL GANADOR DE LA
      * FINAL. UNA SELECCION ELIMINADA LLEVA 'ELIMINADO ' Y LA FASE
       01  WK-FASES-VALORES.
           05  FILLER                 PIC X(10) VALUE 'GRUPOS'.
           05  FILLER                 PIC X(10) VALUE 'OCTAVOS'.
           05  FILLER                 PIC X(10) VALUE 'CUARTOS'.
           05  FILLER                 PIC X(10) VALUE 'SEMIFINAL'.
           05  FILLER                 PIC X(10) VALUE 'FINAL'.
           05  FILLER                 PIC X(10) VALUE 'CAMPEON'.
       01  WK-TABLA-FASES REDEFINES WK-FASES-VALORES.
           05  WK-FASE                PIC X(10) OCCURS 6 TIMES.
      *
       01  CN-CONTADORES.
           05  CN-SELECCIONES         PIC 9(05).
           05  CN-GRUPOS              PIC 9(05).
           05  CN-GRUPOS-COMPLETOS    PIC 9(05).
           05  CN-CLASIFICADAS        PIC 9(05).
           05  CN-ELIMINATORIAS       PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-GRUPO-ANTERIOR      PIC X(01).
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-IND-FASE            PIC S9(04) COMP.
           05  WK-FASE-ACTUAL         PIC X(20).
           05  WK-FASE-SIGUIENTE      PIC X(20).
           05  WK-FASE-ELIMINADO      PIC X(20).
           05  WK-SELECCION-A         PIC X(30).
           05  WK-SELECCION-B         PIC X(30).
           05  WK-IND-INI             PIC S9(04) COMP.
           05  WK-IND-FIN             PIC S9(04) COMP.
           05  WK-IND-J               PIC S9(04) COMP.
           05  WK-IND-K               PIC S9(04) COMP.
           05  WK-GOLES-A             PIC S9(04) COMP.
           05  WK-GOLES-B             PIC S9(04) COMP.
           05  WK-PARTIDOS-DIR        PIC S9(04) COMP.
           05  WK-GANADOR             PIC X(30).
           05  WK-PERDEDOR            PIC X(30).
           05  WK-EQUIPO-AUX          PIC X(72).
      *
      * FILA DEL CURSOR DE CLASIFICACION
       01  WK-FILA-CLASIF.
           05  WK-GRUPO-CUR           PIC X(01).
           05  WK-SELECCION-CUR       PIC X(30).
           05  WK-FASE-CUR            PIC X(20).
           05  WK-PJ-CUR              PIC S9(04) COMP.
           05  WK-PG-CUR              PIC S9(04) COMP.
           05  WK-PE-CUR              PIC S9(04) COMP.
           05  WK-PP-CUR              PIC S9(04) COMP.
           05  WK-GF-CUR              PIC S9(04) COMP.
           05  WK-GC-CUR              PIC S9(04) COMP.
           05  WK-DG-CUR              PIC S9(04) COMP.
           05  WK-PTS-CUR             PIC S9(04) COMP.
      *
      * CLASIFICACION DEL GRUPO EN CURSO
       01  WK-TABLA-GRUPO.
           05  WK-NUM-EQUIPOS         PIC S9(04) COMP.
           05  WK-EQUIPO              OCCURS 8 TIMES.
               10  WK-SELECCION-EQ    PIC X(30).
               10  WK-FASE-EQ         PIC X(20).
               10  WK-PJ-EQ           PIC S9(04) COMP.
               10  WK-PG-EQ           PIC S9(04) COMP.
               10  WK-PE-EQ           PIC S9(04) COMP.
               10  WK-PP-EQ           PIC S9(04) COMP.
               10  WK-GF-EQ           PIC S9(04) COMP.
               10  WK-GC-EQ           PIC S9(04) COMP.
               10  WK-DG-EQ           PIC S9(04) COMP.
               10  WK-PTS-EQ          PIC S9(04) COMP.
      *            MINILIGA DE LOS PARTIDOS ENTRE LAS EMPATADAS
               10  WK-PTS-DIR-EQ      PIC S9(04) COMP.
               10  WK-DG-DIR-EQ       PIC S9(04) COMP.
               10  WK-GF-DIR-EQ       PIC S9(04) COMP.
      *
       01  LINEA-GRUPO.
           05  FILLER                 PIC X(06) VALUE 'GRUPO '.
           05  GRUPO-LGR              PIC X(01).
           05  FILLER                 PIC X(03) VALUE ' - '.
           05  ESTADO-LGR             PIC X(20).
           05  FILLER                 PIC X(70) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(04) VALUE 'POS'.
           05  FILLER                 PIC X(31) VALUE 'SELECCION'.
           05  FILLER                 PIC X(40) VALUE
               ' PJ  PG  PE  PP  GF  GC   DG  PTS'.
           05  FILLER                 PIC X(25) VALUE 'SITUACION'.
      *
       01  LINEA-EQUIPO.
           05  POSICION-LEQ           PIC Z9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SELECCION-LEQ          PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PJ-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PG-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PE-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PP-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GF-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GC-LEQ                 PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DG-LEQ                 PIC -ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PTS-LEQ                PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SITUACION-LEQ          PIC X(20).
           05  FILLER                 PIC X(10) VALUE SPACES.
      *
       01  LINEA-FASE.
           05  FILLER                 PIC X(06) VALUE '----- '.
           05  FASE-LFA               PIC X(10).
           05  FILLER                 PIC X(06) VALUE ' -----'.
           05  FILLER                 PIC X(78) VALUE SPACES.
      *
       01  LINEA-PARTIDO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-LPA              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOCAL-LPA              PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GOLES-LOC-LPA          PIC Z9.
           05  FILLER                 PIC X(03) VALUE ' - '.
           05  GOLES-VIS-LPA          PIC Z9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VISITANTE-LPA          PIC X(30).
           05  PENALTIS-LPA           PIC X(12).
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  LINEA-PENALTIS.
           05  FILLER                 PIC X(05) VALUE ' PEN '.
           05  PEN-LOC-LPE            PIC Z9.
           05  FILLER                 PIC X(01) VALUE '-'.
           05  PEN-VIS-LPE            PIC Z9.
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       01  LINEA-PENDIENTE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TITULO-LPN             PIC X(22).
           05  SELECCION-LPN          PIC X(30).
           05  FILLER                 PIC X(46) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-ELIMINATORIAS   PIC X(01).
               88  SI-FIN-ELIMINATORIAS         VALUE 'S'.
               88  NO-FIN-ELIMINATORIAS         VALUE 'N'.
           05  SW-FIN-CUADRO          PIC X(01).
               88  SI-FIN-CUADRO                VALUE 'S'.
               88  NO-FIN-CUADRO                VALUE 'N'.
           05  SW-FIN-PENDIENTES      PIC X(01).
               88  SI-FIN-PENDIENTES            VALUE 'S'.
               88  NO-FIN-PENDIENTES            VALUE 'N'.
           05  SW-GRUPO-COMPLETO      PIC X(01).
               88  SI-GRUPO-COMPLETO            VALUE 'S'.
               88  NO-GRUPO-COMPLETO            VALUE 'N'.
           05  SW-FIN-EMPATE          PIC X(01).
               88  SI-FIN-EMPATE                VALUE 'S'.
               88  NO-FIN-EMPATE                VALUE 'N'.
           05  SW-CAMBIAR             PIC X(01).
               88  SI-CAMBIAR                   VALUE 'S'.
               88  NO-CAMBIAR                   VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN MUNDIAL-------------*
      *
           EXEC SQL
               INCLUDE TBMUNDIA
           END-EXEC.
      *
      *--------DCLGEN RESULTADOS_MUNDIAL--*
      *
           EXEC SQL
               INCLUDE TBRESMUN
           END-EXEC.
      *
      *--------CURSOR DE CLASIFICACION POR GRUPO (FASE DE GRUPOS)------*
      *
           EXEC SQL
               DECLARE CUR-CLASIFICACION CURSOR FOR
               SELECT M.GRUPO
                     ,M.SELECCION
                     ,COALESCE(M.FASE_ELIMINACION, :CT-FASE-GRUPOS)
                     ,COUNT(R.SEL)
                     ,COALESCE(SUM(CASE WHEN R.GF > R.GC
                                        THEN 1 ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN R.GF = R.GC
                                        THEN 1 ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN R.GF < R.GC
                                        THEN 1 ELSE 0 END), 0)
                     ,COALESCE(SUM(R.GF), 0)
                     ,COALESCE(SUM(R.GC), 0)
                     ,COALESCE(SUM(R.GF - R.GC), 0)
                     ,COALESCE(SUM(CASE WHEN R.GF > R.GC
                                        THEN :CT-PUNTOS-VICTORIA
                                        WHEN R.GF = R.GC
                                        THEN 1 ELSE 0 END), 0)
                 FROM MUNDIAL M
                 LEFT OUTER JOIN
                      (SELECT SELECCION_LOCAL     AS SEL
                             ,GOLES_LOCAL         AS GF
                             ,GOLES_VISITANTE     AS GC
                         FROM RESULTADOS_MUNDIAL
                        WHERE FASE = :CT-FASE-GRUPOS
                       UNION ALL
                       SELECT SELECCION_VISITANTE AS SEL
                             ,GOLES_VISITANTE     AS GF
                             ,GOLES_LOCAL         AS GC
                         FROM RESULTADOS_MUNDIAL
                        WHERE FASE = :CT-FASE-GRUPOS) R
                   ON R.SEL = M.SELECCION
                GROUP BY M.GRUPO
                        ,M.SELECCION
                        ,M.FASE_ELIMINACION
                ORDER BY 1, 11 DESC, 10 DESC, 8 DESC, 2
           END-EXEC.
      *
      *--------CURSOR DE ELIMINATORIAS JUGADAS Y SIN RESOLVER---------*
      *
           EXEC SQL
               DECLARE CUR-ELIMINATORIAS CURSOR FOR
               SELECT R.SELECCION_LOCAL
                     ,R.SELECCION_VISITANTE
                     ,R.GOLES_LOCAL
                     ,R.GOLES_VISITANTE
                     ,R.PENALTIS_LOCAL
                     ,R.PENALTIS_VISITANTE
                 FROM RESULTADOS_MUNDIAL R
                WHERE R.FASE = :WK-FASE-ACTUAL
                  AND EXISTS (SELECT 1
                                FROM MUNDIAL M
                               WHERE M.SELECCION = R.SELECCION_LOCAL
                                 AND M.FASE_ELIMINACION = R.FASE)
                  AND EXISTS (SELECT 1
                                FROM MUNDIAL M
                               WHERE M.SELECCION = R.SELECCION_VISITANTE
                                 AND M.FASE_ELIMINACION = R.FASE)
                ORDER BY R.FECHA_PARTIDO
           END-EXEC.
      *
      *--------CURSOR DE PARTIDOS DE UNA FASE PARA EL CUADRO-----------*
      *
           EXEC SQL
               DECLARE CUR-CUADRO CURSOR FOR
               SELECT FECHA_PARTIDO
                     ,SELECCION_LOCAL
                     ,SELECCION_VISITANTE
                     ,GOLES_LOCAL
                     ,GOLES_VISITANTE
                     ,PENALTIS_LOCAL
                     ,PENALTIS_VISITANTE
                 FROM RESULTADOS_MUNDIAL
                WHERE FASE = :WK-FASE-ACTUAL
                ORDER BY FECHA_PARTIDO
                        ,SELECCION_LOCAL
           END-EXEC.
      *
      *--------CURSOR DE SELECCIONES EN UNA FASE SIN PARTIDO JUGADO----*
      *
           EXEC SQL
               DECLARE CUR-PENDIENTES CURSOR FOR
               SELECT M.SELECCION
                 FROM MUNDIAL M
                WHERE M.FASE_ELIMINACION = :WK-FASE-ACTUAL
                  AND NOT EXISTS
                      (SELECT 1
                         FROM RESULTADOS_MUNDIAL R
                        WHERE R.FASE = M.FASE_ELIMINACION
                          AND (R.SELECCION_LOCAL = M.SELECCION
                           OR  R.SELECCION_VISITANTE = M.SELECCION))
                ORDER BY M.GRUPO
                        ,M.SELECCION
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
           PERFORM 2200-CERRAR-GRUPO
              THRU 2200-CERRAR-GRUPO-EXIT
      *
           PERFORM 2300-RESOLVER-FASE
              THRU 2300-RESOLVER-FASE-EXIT
             VARYING WK-IND-FASE FROM 2 BY 1
             UNTIL WK-IND-FASE = CT-NUM-FASES
      *
           PERFORM 2500-IMPRIMIR-FASE
              THRU 2500-IMPRIMIR-FASE-EXIT
             VARYING WK-IND-FASE FROM 2 BY 1
             UNTIL WK-IND-FASE > CT-NUM-FASES
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
                      WK-TABLA-GRUPO
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           OPEN OUTPUT FCLASIF
           OPEN OUTPUT FCUADRO
      *
           IF FS-FCLASIF NOT = CT-00
              OR FS-FCUADRO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCLASIF ' ' FS-FCUADRO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-CLASIFICACION
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CLASIFICACION'
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
           MOVE WK-GRUPO-CUR             TO WK-GRUPO-ANTERIOR
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CORTE DE CONTROL POR GRUPO: SE ACUMULA LA CLASIFICACION    *
      *     DEL GRUPO Y SE CIERRA AL CAMBIAR DE GRUPO                  *
      ******************************************************************
       2000-PROCESO.
      *
           IF WK-GRUPO-CUR NOT = WK-GRUPO-ANTERIOR
              PERFORM 2200-CERRAR-GRUPO
                 THRU 2200-CERRAR-GRUPO-EXIT
              MOVE WK-GRUPO-CUR          TO WK-GRUPO-ANTERIOR
           END-IF
      *
           IF WK-NUM-EQUIPOS = CT-MAX-EQUIPOS
              DISPLAY 'CLASIFMU: DEMASIADAS SELECCIONES EN EL GRUPO '
                      WK-GRUPO-CUR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD 1                         TO WK-NUM-EQUIPOS
           MOVE WK-SELECCION-CUR  TO WK-SELECCION-EQ (WK-NUM-EQUIPOS)
           MOVE WK-FASE-CUR       TO WK-FASE-EQ (WK-NUM-EQUIPOS)
           MOVE WK-PJ-CUR         TO WK-PJ-EQ (WK-NUM-EQUIPOS)
           MOVE WK-PG-CUR         TO WK-PG-EQ (WK-NUM-EQUIPOS)
           MOVE WK-PE-CUR         TO WK-PE-EQ (WK-NUM-EQUIPOS)
           MOVE WK-PP-CUR         TO WK-PP-EQ (WK-NUM-EQUIPOS)
           MOVE WK-GF-CUR         TO WK-GF-EQ (WK-NUM-EQUIPOS)
           MOVE WK-GC-CUR         TO WK-GC-EQ (WK-NUM-EQUIPOS)
           MOVE WK-DG-CUR         TO WK-DG-EQ (WK-NUM-EQUIPOS)
           MOVE WK-PTS-CUR        TO WK-PTS-EQ (WK-NUM-EQUIPOS)
      *
           ADD CT-1                      TO CN-SELECCIONES
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CERRAR-GRUPO                                          *
      *     DESEMPATE POR ENFRENTAMIENTO DIRECTO, IMPRESION Y, SI TODOS*
      *     HAN JUGADO CONTRA TODOS, PASE DE FASE DE LOS PRIMEROS      *
      ******************************************************************
       2200-CERRAR-GRUPO.
      *
           IF WK-NUM-EQUIPOS = ZEROS
              GO TO 2200-CERRAR-GRUPO-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-GRUPOS
      *
           MOVE 1                        TO WK-IND-INI
      *
           PERFORM 2210-DESEMPATAR
              THRU 2210-DESEMPATAR-EXIT
             UNTIL WK-IND-INI >= WK-NUM-EQUIPOS
      *
           SET SI-GRUPO-COMPLETO         TO TRUE
           IF WK-NUM-EQUIPOS < 2
              SET NO-GRUPO-COMPLETO      TO TRUE
           END-IF
      *
           PERFORM 2220-COMPROBAR-JUGADOS
              THRU 2220-COMPROBAR-JUGADOS-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-EQUIPOS
      *
           MOVE WK-GRUPO-ANTERIOR        TO GRUPO-LGR
           IF SI-GRUPO-COMPLETO
              MOVE 'COMPLETO'            TO ESTADO-LGR
              ADD CT-1                   TO CN-GRUPOS-COMPLETOS
           ELSE
              MOVE 'EN JUEGO'            TO ESTADO-LGR
           END-IF
      *
           WRITE REG-FCLASIF          FROM LINEA-GRUPO
      *
           IF FS-FCLASIF NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCLASIF'
              DISPLAY 'PARRAFO: 2200-CERRAR-GRUPO'
              DISPLAY 'FILE STATUS: ' FS-FCLASIF
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FCLASIF          FROM LINEA-CABECERA
      *
           IF FS-FCLASIF NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCLASIF'
              DISPLAY 'PARRAFO: 2200-CERRAR-GRUPO'
              DISPLAY 'FILE STATUS: ' FS-FCLASIF
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2230-CLASIFICAR-EQUIPO
              THRU 2230-CLASIFICAR-EQUIPO-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-EQUIPOS
      *
           MOVE SPACES                   TO REG-FCLASIF
           WRITE REG-FCLASIF
      *
           IF FS-FCLASIF NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCLASIF'
              DISPLAY 'PARRAFO: 2200-CERRAR-GRUPO'
              DISPLAY 'FILE STATUS: ' FS-FCLASIF
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           INITIALIZE WK-TABLA-GRUPO
      *
           .
       2200-CERRAR-GRUPO-EXIT.
           EXIT.
      ******************************************************************
      *     2210-DESEMPATAR                                            *
      *     LAS SELECCIONES SEGUIDAS IGUALADAS EN PUNTOS, DIFERENCIA Y *
      *     GOLES A FAVOR SE ORDENAN POR UNA MINILIGA DE LOS PARTIDOS  *
      *     JUGADOS ENTRE ELLAS: PUNTOS, DIFERENCIA Y GOLES A FAVOR EN *
      *     ESOS PARTIDOS; SI SIGUEN IGUALADAS, POR ORDEN ALFABETICO   *
      ******************************************************************
       2210-DESEMPATAR.
      *
           MOVE WK-IND-INI               TO WK-IND-FIN
           SET NO-FIN-EMPATE             TO TRUE
      *
           PERFORM 2211-BUSCAR-FIN-EMPATE
              THRU 2211-BUSCAR-FIN-EMPATE-EXIT
             UNTIL SI-FIN-EMPATE
      *
           IF WK-IND-FIN > WK-IND-INI
              PERFORM 2212-INICIAR-MINILIGA
                 THRU 2212-INICIAR-MINILIGA-EXIT
                VARYING WK-IND FROM WK-IND-INI BY 1
                UNTIL WK-IND > WK-IND-FIN
      *
              PERFORM 2213-JUGAR-MINILIGA
                 THRU 2213-JUGAR-MINILIGA-EXIT
                VARYING WK-IND FROM WK-IND-INI BY 1
                UNTIL WK-IND >= WK-IND-FIN
      *
              PERFORM 2215-ORDENAR-MINILIGA
                 THRU 2215-ORDENAR-MINILIGA-EXIT
                VARYING WK-IND FROM WK-IND-INI BY 1
                UNTIL WK-IND >= WK-IND-FIN
           END-IF
      *
           COMPUTE WK-IND-INI = WK-IND-FIN + 1
      *
           .
       2210-DESEMPATAR-EXIT.
           EXIT.
      ******************************************************************
      *     2211-BUSCAR-FIN-EMPATE                                     *
      *     EL CURSOR YA VIENE ORDENADO: LAS EMPATADAS VAN SEGUIDAS    *
      ******************************************************************
       2211-BUSCAR-FIN-EMPATE.
      *
           SET SI-FIN-EMPATE             TO TRUE
      *
           IF WK-IND-FIN < WK-NUM-EQUIPOS
              COMPUTE WK-IND-J = WK-IND-FIN + 1
              IF WK-PTS-EQ (WK-IND-J) = WK-PTS-EQ (WK-IND-INI)
                 AND WK-DG-EQ (WK-IND-J) = WK-DG-EQ (WK-IND-INI)
                 AND WK-GF-EQ (WK-IND-J) = WK-GF-EQ (WK-IND-INI)
                 MOVE WK-IND-J           TO WK-IND-FIN
                 SET NO-FIN-EMPATE       TO TRUE
              END-IF
           END-IF
      *
           .
       2211-BUSCAR-FIN-EMPATE-EXIT.
           EXIT.
      ******************************************************************
      *     2212-INICIAR-MINILIGA                                      *
      ******************************************************************
       2212-INICIAR-MINILIGA.
      *
           MOVE ZEROS                    TO WK-PTS-DIR-EQ (WK-IND)
                                            WK-DG-DIR-EQ (WK-IND)
                                            WK-GF-DIR-EQ (WK-IND)
      *
           .
       2212-INICIAR-MINILIGA-EXIT.
           EXIT.
      ******************************************************************
      *     2213-JUGAR-MINILIGA                                        *
      *     CADA EMPATADA CONTRA LAS QUE LA SIGUEN EN EL BLOQUE        *
      ******************************************************************
       2213-JUGAR-MINILIGA.
      *
           PERFORM 2214-PARTIDO-DIRECTO
              THRU 2214-PARTIDO-DIRECTO-EXIT
             VARYING WK-IND-J FROM WK-IND BY 1
             UNTIL WK-IND-J >= WK-IND-FIN
      *
           .
       2213-JUGAR-MINILIGA-EXIT.
           EXIT.
      ******************************************************************
      *     2214-PARTIDO-DIRECTO                                       *
      *     PARTIDO DE GRUPOS ENTRE LA SELECCION WK-IND Y LA WK-IND-K; *
      *     SI NO SE HA JUGADO NO CUENTA                               *
      ******************************************************************
       2214-PARTIDO-DIRECTO.
      *
           COMPUTE WK-IND-K = WK-IND-J + 1
      *
           MOVE WK-SELECCION-EQ (WK-IND)     TO WK-SELECCION-A
           MOVE WK-SELECCION-EQ (WK-IND-K)   TO WK-SELECCION-B
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                      WHEN SELECCION_LOCAL = :WK-SELECCION-A
                      THEN GOLES_LOCAL
                      ELSE GOLES_VISITANTE END), 0)
                     ,COALESCE(SUM(CASE
                      WHEN SELECCION_LOCAL = :WK-SELECCION-A
                      THEN GOLES_VISITANTE
                      ELSE GOLES_LOCAL END), 0)
                     ,COUNT(*)
                 INTO :WK-GOLES-A
                     ,:WK-GOLES-B
                     ,:WK-PARTIDOS-DIR
                 FROM RESULTADOS_MUNDIAL
                WHERE FASE = :CT-FASE-GRUPOS
                  AND ((SELECCION_LOCAL = :WK-SELECCION-A
                        AND SELECCION_VISITANTE = :WK-SELECCION-B)
                    OR (SELECCION_LOCAL = :WK-SELECCION-B
                        AND SELECCION_VISITANTE = :WK-SELECCION-A))
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER RESULTADOS_MUNDIAL'
              DISPLAY 'PARRAFO: 2214-PARTIDO-DIRECTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-PARTIDOS-DIR = ZEROS
              GO TO 2214-PARTIDO-DIRECTO-EXIT
           END-IF
      *
           EVALUATE TRUE
              WHEN WK-GOLES-A > WK-GOLES-B
                   ADD CT-PUNTOS-VICTORIA
                                         TO WK-PTS-DIR-EQ (WK-IND)
              WHEN WK-GOLES-A < WK-GOLES-B
                   ADD CT-PUNTOS-VICTORIA
                                         TO WK-PTS-DIR-EQ (WK-IND-K)
              WHEN OTHER
                   ADD CT-1              TO WK-PTS-DIR-EQ (WK-IND)
                                            WK-PTS-DIR-EQ (WK-IND-K)
           END-EVALUATE
      *
           COMPUTE WK-DG-DIR-EQ (WK-IND) = WK-DG-DIR-EQ (WK-IND)
                                         + WK-GOLES-A - WK-GOLES-B
           COMPUTE WK-DG-DIR-EQ (WK-IND-K) = WK-DG-DIR-EQ (WK-IND-K)
                                           + WK-GOLES-B - WK-GOLES-A
           ADD WK-GOLES-A                TO WK-GF-DIR-EQ (WK-IND)
           ADD WK-GOLES-B                TO WK-GF-DIR-EQ (WK-IND-K)
      *
           .
       2214-PARTIDO-DIRECTO-EXIT.
           EXIT.
      ******************************************************************
      *     2215-ORDENAR-MINILIGA                                      *
      *     UNA PASADA DE LA BURBUJA SOBRE EL BLOQUE DE EMPATADAS      *
      ******************************************************************
       2215-ORDENAR-MINILIGA.
      *
           PERFORM 2216-COMPARAR-EMPATADAS
              THRU 2216-COMPARAR-EMPATADAS-EXIT
             VARYING WK-IND-J FROM WK-IND-INI BY 1
             UNTIL WK-IND-J >= WK-IND-FIN
      *
           .
       2215-ORDENAR-MINILIGA-EXIT.
           EXIT.
      ******************************************************************
      *     2216-COMPARAR-EMPATADAS                                    *
      *     LA SIGUIENTE SUBE SI VA POR DELANTE EN LA MINILIGA O, CON  *
      *     LA MINILIGA IGUALADA, POR ORDEN ALFABETICO                 *
      ******************************************************************
       2216-COMPARAR-EMPATADAS.
      *
           COMPUTE WK-IND-K = WK-IND-J + 1
           SET NO-CAMBIAR                TO TRUE
      *
           EVALUATE TRUE
              WHEN WK-PTS-DIR-EQ (WK-IND-K) > WK-PTS-DIR-EQ (WK-IND-J)
                   SET SI-CAMBIAR        TO TRUE
              WHEN WK-PTS-DIR-EQ (WK-IND-K) < WK-PTS-DIR-EQ (WK-IND-J)
                   CONTINUE
              WHEN WK-DG-DIR-EQ (WK-IND-K) > WK-DG-DIR-EQ (WK-IND-J)
                   SET SI-CAMBIAR        TO TRUE
              WHEN WK-DG-DIR-EQ (WK-IND-K) < WK-DG-DIR-EQ (WK-IND-J)
                   CONTINUE
              WHEN WK-GF-DIR-EQ (WK-IND-K) > WK-GF-DIR-EQ (WK-IND-J)
                   SET SI-CAMBIAR        TO TRUE
              WHEN WK-GF-DIR-EQ (WK-IND-K) < WK-GF-DIR-EQ (WK-IND-J)
                   CONTINUE
              WHEN WK-SELECCION-EQ (WK-IND-K)
                 < WK-SELECCION-EQ (WK-IND-J)
                   SET SI-CAMBIAR        TO TRUE
           END-EVALUATE
      *
           IF SI-CAMBIAR
              MOVE WK-EQUIPO (WK-IND-J)  TO WK-EQUIPO-AUX
              MOVE WK-EQUIPO (WK-IND-K)  TO WK-EQUIPO (WK-IND-J)
              MOVE WK-EQUIPO-AUX         TO WK-EQUIPO (WK-IND-K)
           END-IF
      *
           .
       2216-COMPARAR-EMPATADAS-EXIT.
           EXIT.
      ******************************************************************
      *     2220-COMPROBAR-JUGADOS                                     *
      *     EL GRUPO TERMINA CUANDO CADA SELECCION HA JUGADO CONTRA    *
      *     TODAS LAS DEMAS                                            *
      ******************************************************************
       2220-COMPROBAR-JUGADOS.
      *
           IF WK-PJ-EQ (WK-IND) < WK-NUM-EQUIPOS - 1
              SET NO-GRUPO-COMPLETO      TO TRUE
           END-IF
      *
           .
       2220-COMPROBAR-JUGADOS-EXIT.
           EXIT.
      ******************************************************************
      *     2230-CLASIFICAR-EQUIPO                                     *
      *     CON EL GRUPO TERMINADO, LOS PRIMEROS QUE SIGAN EN GRUPOS   *
      *     PASAN A OCTAVOS Y EL RESTO QUEDA ELIMINADO. UNA SELECCION  *
      *     QUE YA SALIO DE GRUPOS NO SE TOCA.                         *
      ******************************************************************
       2230-CLASIFICAR-EQUIPO.
      *
           IF SI-GRUPO-COMPLETO
              AND WK-FASE-EQ (WK-IND) = CT-FASE-GRUPOS
              MOVE WK-SELECCION-EQ (WK-IND)
                                         TO TB-SELECCION
              IF WK-IND <= CT-CLASIFICADOS
                 MOVE WK-FASE (2)        TO TB-FASE-ELIMINACION
                 ADD CT-1                TO CN-CLASIFICADAS
              ELSE
                 MOVE SPACES             TO TB-FASE-ELIMINACION
                 STRING CT-ELIMINADO     DELIMITED BY SPACE
                        ' '              DELIMITED BY SIZE
                        CT-FASE-GRUPOS   DELIMITED BY SPACE
                        INTO TB-FASE-ELIMINACION
                 END-STRING
              END-IF
              MOVE TB-FASE-ELIMINACION   TO WK-FASE-EQ (WK-IND)
      *
              PERFORM 2400-ACTUALIZAR-FASE
                 THRU 2400-ACTUALIZAR-FASE-EXIT
           END-IF
      *
           MOVE WK-IND                   TO POSICION-LEQ
           MOVE WK-SELECCION-EQ (WK-IND) TO SELECCION-LEQ
           MOVE WK-PJ-EQ (WK-IND)        TO PJ-LEQ
           MOVE WK-PG-EQ (WK-IND)        TO PG-LEQ
           MOVE WK-PE-EQ (WK-IND)        TO PE-LEQ
           MOVE WK-PP-EQ (WK-IND)        TO PP-LEQ
           MOVE WK-GF-EQ (WK-IND)        TO GF-LEQ
           MOVE WK-GC-EQ (WK-IND)        TO GC-LEQ
           MOVE WK-DG-EQ (WK-IND)        TO DG-LEQ
           MOVE WK-PTS-EQ (WK-IND)       TO PTS-LEQ
           MOVE WK-FASE-EQ (WK-IND)      TO SITUACION-LEQ
      *
           WRITE REG-FCLASIF          FROM LINEA-EQUIPO
      *
           IF FS-FCLASIF NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCLASIF'
              DISPLAY 'PARRAFO: 2230-CLASIFICAR-EQUIPO'
              DISPLAY 'FILE STATUS: ' FS-FCLASIF
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2230-CLASIFICAR-EQUIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-RESOLVER-FASE                                         *
      *     CADA ELIMINATORIA JUGADA CUYAS SELECCIONES SIGUEN EN LA    *
      *     FASE: EL GANADOR PASA A LA SIGUIENTE Y EL PERDEDOR QUEDA   *
      *     ELIMINADO EN ESTA. LAS FASES SE RESUELVEN EN ORDEN PARA    *
      *     QUE EL GANADOR DE UNA PUEDA RESOLVER LA SIGUIENTE.         *
      ******************************************************************
       2300-RESOLVER-FASE.
      *
           MOVE WK-FASE (WK-IND-FASE)    TO WK-FASE-ACTUAL
           MOVE WK-FASE (WK-IND-FASE + 1)
                                         TO WK-FASE-SIGUIENTE
           MOVE SPACES                   TO WK-FASE-ELIMINADO
           STRING CT-ELIMINADO           DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  WK-FASE-ACTUAL         DELIMITED BY SPACE
                  INTO WK-FASE-ELIMINADO
           END-STRING
      *
           SET NO-FIN-ELIMINATORIAS      TO TRUE
      *
           EXEC SQL
               OPEN CUR-ELIMINATORIAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ELIMINATORIAS'
              DISPLAY 'PARRAFO: 2300-RESOLVER-FASE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2310-LEER-ELIMINATORIA
              THRU 2310-LEER-ELIMINATORIA-EXIT
             UNTIL SI-FIN-ELIMINATORIAS
      *
           EXEC SQL
               CLOSE CUR-ELIMINATORIAS
           END-EXEC
      *
           .
       2300-RESOLVER-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2310-LEER-ELIMINATORIA                                     *
      ******************************************************************
       2310-LEER-ELIMINATORIA.
      *
           EXEC SQL
               FETCH CUR-ELIMINATORIAS
                INTO :RM-SELECCION-LOCAL
                    ,:RM-SELECCION-VISITANTE
                    ,:RM-GOLES-LOCAL
                    ,:RM-GOLES-VISITANTE
                    ,:RM-PENALTIS-LOCAL
                    ,:RM-PENALTIS-VISITANTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-ELIMINATORIAS TO TRUE
                    GO TO 2310-LEER-ELIMINATORIA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ELIMINATORIAS'
                    DISPLAY 'PARRAFO: 2310-LEER-ELIMINATORIA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF RM-GOLES-LOCAL > RM-GOLES-VISITANTE
              OR (RM-GOLES-LOCAL = RM-GOLES-VISITANTE
                  AND RM-PENALTIS-LOCAL > RM-PENALTIS-VISITANTE)
              MOVE RM-SELECCION-LOCAL     TO WK-GANADOR
              MOVE RM-SELECCION-VISITANTE TO WK-PERDEDOR
           ELSE
              MOVE RM-SELECCION-VISITANTE TO WK-GANADOR
              MOVE RM-SELECCION-LOCAL     TO WK-PERDEDOR
           END-IF
      *
           MOVE WK-GANADOR               TO TB-SELECCION
           MOVE WK-FASE-SIGUIENTE        TO TB-FASE-ELIMINACION
           PERFORM 2400-ACTUALIZAR-FASE
              THRU 2400-ACTUALIZAR-FASE-EXIT
      *
           MOVE WK-PERDEDOR              TO TB-SELECCION
           MOVE WK-FASE-ELIMINADO        TO TB-FASE-ELIMINACION
           PERFORM 2400-ACTUALIZAR-FASE
              THRU 2400-ACTUALIZAR-FASE-EXIT
      *
           ADD CT-1                      TO CN-ELIMINATORIAS
      *
           .
       2310-LEER-ELIMINATORIA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ACTUALIZAR-FASE                                       *
      ******************************************************************
       2400-ACTUALIZAR-FASE.
      *
           MOVE CT-PGM                   TO TB-USUARIO-MODIF
      *
           EXEC SQL
               UPDATE MUNDIAL
                  SET FASE_ELIMINACION = :TB-FASE-ELIMINACION
                     ,TIMESTAMP_MODIF  = CURRENT TIMESTAMP
                     ,USUARIO_MODIF    = :TB-USUARIO-MODIF
                WHERE SELECCION = :TB-SELECCION
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR MUNDIAL'
              DISPLAY 'PARRAFO: 2400-ACTUALIZAR-FASE'
              DISPLAY 'SELECCION: ' TB-SELECCION
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-ACTUALIZAR-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-IMPRIMIR-FASE                                         *
      *     CUADRO DE UNA FASE: PARTIDOS JUGADOS Y SELECCIONES QUE YA  *
      *     ESTAN EN ELLA A FALTA DE JUGAR. LA ULTIMA FASE SOLO LLEVA  *
      *     AL CAMPEON.                                                *
      ******************************************************************
       2500-IMPRIMIR-FASE.
      *
           MOVE WK-FASE (WK-IND-FASE)    TO WK-FASE-ACTUAL
           MOVE WK-FASE (WK-IND-FASE)    TO FASE-LFA
      *
           WRITE REG-FCUADRO          FROM LINEA-FASE
      *
           IF FS-FCUADRO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRO'
              DISPLAY 'PARRAFO: 2500-IMPRIMIR-FASE'
              DISPLAY 'FILE STATUS: ' FS-FCUADRO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-IND-FASE < CT-NUM-FASES
              SET NO-FIN-CUADRO          TO TRUE
      *
              EXEC SQL
                  OPEN CUR-CUADRO
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL ABRIR CURSOR CUR-CUADRO'
                 DISPLAY 'PARRAFO: 2500-IMPRIMIR-FASE'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              PERFORM 2510-IMPRIMIR-PARTIDO
                 THRU 2510-IMPRIMIR-PARTIDO-EXIT
                UNTIL SI-FIN-CUADRO
      *
              EXEC SQL
                  CLOSE CUR-CUADRO
              END-EXEC
      *
              MOVE 'PENDIENTE DE JUGAR:'  TO TITULO-LPN
           ELSE
              MOVE 'CAMPEON DEL MUNDIAL:' TO TITULO-LPN
           END-IF
      *
           SET NO-FIN-PENDIENTES         TO TRUE
      *
           EXEC SQL
               OPEN CUR-PENDIENTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PENDIENTES'
              DISPLAY 'PARRAFO: 2500-IMPRIMIR-FASE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2520-IMPRIMIR-PENDIENTE
              THRU 2520-IMPRIMIR-PENDIENTE-EXIT
             UNTIL SI-FIN-PENDIENTES
      *
           EXEC SQL
               CLOSE CUR-PENDIENTES
           END-EXEC
      *
           .
       2500-IMPRIMIR-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2510-IMPRIMIR-PARTIDO                                      *
      ******************************************************************
       2510-IMPRIMIR-PARTIDO.
      *
           EXEC SQL
               FETCH CUR-CUADRO
                INTO :RM-FECHA-PARTIDO
                    ,:RM-SELECCION-LOCAL
                    ,:RM-SELECCION-VISITANTE
                    ,:RM-GOLES-LOCAL
                    ,:RM-GOLES-VISITANTE
                    ,:RM-PENALTIS-LOCAL
                    ,:RM-PENALTIS-VISITANTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CUADRO    TO TRUE
                    GO TO 2510-IMPRIMIR-PARTIDO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CUADRO'
                    DISPLAY 'PARRAFO: 2510-IMPRIMIR-PARTIDO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE RM-FECHA-PARTIDO         TO FECHA-LPA
           MOVE RM-SELECCION-LOCAL       TO LOCAL-LPA
           MOVE RM-GOLES-LOCAL           TO GOLES-LOC-LPA
           MOVE RM-GOLES-VISITANTE       TO GOLES-VIS-LPA
           MOVE RM-SELECCION-VISITANTE   TO VISITANTE-LPA
           MOVE SPACES                   TO PENALTIS-LPA
      *
           IF RM-GOLES-LOCAL = RM-GOLES-VISITANTE
              MOVE RM-PENALTIS-LOCAL     TO PEN-LOC-LPE
              MOVE RM-PENALTIS-VISITANTE TO PEN-VIS-LPE
              MOVE LINEA-PENALTIS        TO PENALTIS-LPA
           END-IF
      *
           WRITE REG-FCUADRO          FROM LINEA-PARTIDO
      *
           IF FS-FCUADRO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRO'
              DISPLAY 'PARRAFO: 2510-IMPRIMIR-PARTIDO'
              DISPLAY 'FILE STATUS: ' FS-FCUADRO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2510-IMPRIMIR-PARTIDO-EXIT.
           EXIT.
      ******************************************************************
      *     2520-IMPRIMIR-PENDIENTE                                    *
      ******************************************************************
       2520-IMPRIMIR-PENDIENTE.
      *
           EXEC SQL
               FETCH CUR-PENDIENTES
                INTO :TB-SELECCION
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-PENDIENTES TO TRUE
                    GO TO 2520-IMPRIMIR-PENDIENTE-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PENDIENTES'
                    DISPLAY 'PARRAFO: 2520-IMPRIMIR-PENDIENTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE TB-SELECCION             TO SELECCION-LPN
      *
           WRITE REG-FCUADRO          FROM LINEA-PENDIENTE
      *
           IF FS-FCUADRO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRO'
              DISPLAY 'PARRAFO: 2520-IMPRIMIR-PENDIENTE'
              DISPLAY 'FILE STATUS: ' FS-FCUADRO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2520-IMPRIMIR-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LOS PASES DE FASE SOLO SE CONFIRMAN EN UN FINAL NORMAL     *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-CLASIFICACION
           END-EXEC
      *
           IF RETURN-CODE = 0
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FCLASIF
                 FCUADRO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C L A S I F M U    **'
           DISPLAY '***********************************'
           DISPLAY '*SELECCIONES        : ' CN-SELECCIONES '      *'
           DISPLAY '*GRUPOS             : ' CN-GRUPOS '      *'
           DISPLAY '*GRUPOS TERMINADOS  : ' CN-GRUPOS-COMPLETOS
                   '      *'
           DISPLAY '*PASAN A OCTAVOS    : ' CN-CLASIFICADAS '      *'
           DISPLAY '*ELIMINATORIAS RESUELTAS: ' CN-ELIMINATORIAS
                   '  *'
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
               FETCH CUR-CLASIFICACION
                INTO :WK-GRUPO-CUR
                    ,:WK-SELECCION-CUR
                    ,:WK-FASE-CUR
                    ,:WK-PJ-CUR
                    ,:WK-PG-CUR
                    ,:WK-PE-CUR
                    ,:WK-PP-CUR
                    ,:WK-GF-CUR
                    ,:WK-GC-CUR
                    ,:WK-DG-CUR
                    ,:WK-PTS-CUR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CLASIFICACION'
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
