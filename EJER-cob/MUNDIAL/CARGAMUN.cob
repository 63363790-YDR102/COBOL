      ******************************************************************
      ** C A R G A M U N.- CARGA DIARIA DE RESULTADOS DEL MUNDIAL.   **
      **                  LEE EL FICHERO DE RESULTADOS (FECHA, FASE, **
      **                  SELECCIONES, GOLES Y PENALTIS) Y LOS DEJA  **
      **                  EN RESULTADOS_MUNDIAL PARA QUE CLASIFMU    **
      **                  CALCULE LAS CLASIFICACIONES Y EL CUADRO.   **
      **                  UN PARTIDO YA CARGADO (MISMA FASE Y MISMAS **
      **                  SELECCIONES) SE SUSTITUYE. SE RECHAZAN LOS **
      **                  PARTIDOS DE SELECCIONES INEXISTENTES, LOS  **
      **                  DE UNA FASE QUE ALGUNA DE LAS DOS YA HA    **
      **                  ABANDONADO O NO HA ALCANZADO, LOS DE       **
      **                  GRUPOS ENTRE SELECCIONES DE GRUPOS         **
      **                  DISTINTOS Y LAS ELIMINATORIAS SIN GANADOR. **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CARGAMUN.
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
           SELECT FRESULT  ASSIGN TO FRESULT
           FILE STATUS FS-FRESULT.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRESULT
           RECORDING MODE IS F.
       01  REG-FRESULT                PIC X(0100).
      *    RESULTADOS DEL DIA
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0120).
      *    RESULTADOS RECHAZADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRESULT             PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-FASE-GRUPOS         PIC X(20) VALUE 'GRUPOS'.
           05  CT-NUM-FASES           PIC 9(02) VALUE 6.
           05  CT-MOTIVO-FASE-INVAL   PIC X(24) VALUE
               'FASE NO VALIDA'.
           05  CT-MOTIVO-MISMA-SELEC  PIC X(24) VALUE
               'SELECCIONES IGUALES'.
           05  CT-MOTIVO-SIN-SELEC    PIC X(24) VALUE
               'SELECCION INEXISTENTE'.
           05  CT-MOTIVO-FASE-DEJADA  PIC X(24) VALUE
               'FASE YA ABANDONADA'.
           05  CT-MOTIVO-FASE-FUTURA  PIC X(24) VALUE
               'FASE NO ALCANZADA'.
           05  CT-MOTIVO-GRUPO-DISTIN PIC X(24) VALUE
               'GRUPOS DISTINTOS'.
           05  CT-MOTIVO-SIN-GANADOR  PIC X(24) VALUE
               'ELIMINATORIA SIN GANADOR'.
           05  CT-MOTIVO-YA-JUGADA    PIC X(24) VALUE
               'YA JUGO ESTA FASE'.
           05  CT-MOTIVO-FECHA-INVAL  PIC X(24) VALUE
               'FECHA NO VALIDA'.
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
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-CARGADOS            PIC 9(05).
           05  CN-SUSTITUIDOS         PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(24).
           05  WK-EXISTE              PIC S9(09) COMP.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-FASE-BUSCADA        PIC X(20).
           05  WK-IND-FASE            PIC S9(04) COMP.
           05  WK-IND-FASE-RES        PIC S9(04) COMP.
           05  WK-GRUPO-LOC           PIC X(01).
           05  WK-GRUPO-VIS           PIC X(01).
           05  WK-FASE-LOC            PIC X(20).
           05  WK-FASE-VIS            PIC X(20).
      *
      * REGISTRO DEL FICHERO DE RESULTADOS
       01  DATOS-RESULTADO.
           05  FECHA-RES              PIC X(10).
           05  FASE-RES               PIC X(20).
           05  SELECCION-LOC-RES      PIC X(30).
           05  SELECCION-VIS-RES      PIC X(30).
           05  GOLES-LOC-RES          PIC 9(02).
           05  GOLES-VIS-RES          PIC 9(02).
           05  PENALTIS-LOC-RES       PIC 9(02).
           05  PENALTIS-VIS-RES       PIC 9(02).
           05  FILLER                 PIC X(02).
      *
       01  LINEA-RECHAZO.
           05  FECHA-RECH             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FASE-RECH              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SELECCION-LOC-RECH     PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GOLES-LOC-RECH         PIC Z9.
           05  FILLER                 PIC X(01) VALUE '-'.
           05  GOLES-VIS-RECH         PIC Z9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SELECCION-VIS-RECH     PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(24).
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FRESULT         PIC X(01).
               88  SI-FIN-FRESULT               VALUE 'S'.
               88  NO-FIN-FRESULT               VALUE 'N'.
           05  SW-RESULTADO-VALIDO    PIC X(01).
               88  SI-RESULTADO-VALIDO          VALUE 'S'.
               88  NO-RESULTADO-VALIDO          VALUE 'N'.
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
             UNTIL SI-FIN-FRESULT
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
                      DATOS-RESULTADO
      *
           SET NO-FIN-FRESULT            TO TRUE
      *
           OPEN INPUT  FRESULT
           OPEN OUTPUT FRECHAZO
      *
           IF FS-FRESULT NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRESULT ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FRESULT
              THRU 9000-LEER-FRESULT-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-RESULTADO-VALIDO       TO TRUE
      *
           PERFORM 2100-VALIDAR-RESULTADO
              THRU 2100-VALIDAR-RESULTADO-EXIT
      *
           IF SI-RESULTADO-VALIDO
              PERFORM 2200-GRABAR-RESULTADO
                 THRU 2200-GRABAR-RESULTADO-EXIT
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FRESULT
              THRU 9000-LEER-FRESULT-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-RESULTADO                                     *
      *     FASE CONOCIDA, DOS SELECCIONES DISTINTAS Y EXISTENTES QUE  *
      *     ESTAN AHORA MISMO EN ESA FASE, MISMO GRUPO EN LA FASE DE   *
      *     GRUPOS Y GANADOR (EN GOLES O PENALTIS) EN LAS ELIMINATORIAS*
      ******************************************************************
       2100-VALIDAR-RESULTADO.
      *
           MOVE FASE-RES                 TO WK-FASE-BUSCADA
           PERFORM 2150-INDICE-FASE
              THRU 2150-INDICE-FASE-EXIT
           MOVE WK-IND-FASE              TO WK-IND-FASE-RES
      *
      * EL GANADOR DE LA FINAL NO JUEGA MAS: 'CAMPEON' NO ES UNA FASE
      * CON PARTIDOS
           IF WK-IND-FASE-RES = 0
              OR WK-IND-FASE-RES = CT-NUM-FASES
              SET NO-RESULTADO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-FASE-INVAL  TO WK-MOTIVO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
           IF SELECCION-LOC-RES = SELECCION-VIS-RES
              SET NO-RESULTADO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-MISMA-SELEC TO WK-MOTIVO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:FECHA-RES), ISO)
                 INTO :RM-FECHA-PARTIDO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN -180
               WHEN -181
                    SET NO-RESULTADO-VALIDO    TO TRUE
                    MOVE CT-MOTIVO-FECHA-INVAL TO WK-MOTIVO
                    GO TO 2100-VALIDAR-RESULTADO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-RESULTADO'
                    DISPLAY 'TABLA: SYSDUMMY1'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE SELECCION-LOC-RES        TO TB-SELECCION
           PERFORM 2110-LEER-SELECCION
              THRU 2110-LEER-SELECCION-EXIT
           IF NO-RESULTADO-VALIDO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
           MOVE TB-GRUPO                 TO WK-GRUPO-LOC
           MOVE TB-FASE-ELIMINACION      TO WK-FASE-LOC
      *
           MOVE SELECCION-VIS-RES        TO TB-SELECCION
           PERFORM 2110-LEER-SELECCION
              THRU 2110-LEER-SELECCION-EXIT
           IF NO-RESULTADO-VALIDO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
           MOVE TB-GRUPO                 TO WK-GRUPO-VIS
           MOVE TB-FASE-ELIMINACION      TO WK-FASE-VIS
      *
           MOVE WK-FASE-LOC              TO WK-FASE-BUSCADA
           PERFORM 2120-COMPROBAR-FASE
              THRU 2120-COMPROBAR-FASE-EXIT
           IF NO-RESULTADO-VALIDO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
           MOVE WK-FASE-VIS              TO WK-FASE-BUSCADA
           PERFORM 2120-COMPROBAR-FASE
              THRU 2120-COMPROBAR-FASE-EXIT
           IF NO-RESULTADO-VALIDO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
           IF FASE-RES = CT-FASE-GRUPOS
              IF WK-GRUPO-LOC NOT = WK-GRUPO-VIS
                 SET NO-RESULTADO-VALIDO     TO TRUE
                 MOVE CT-MOTIVO-GRUPO-DISTIN TO WK-MOTIVO
              END-IF
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
           IF GOLES-LOC-RES = GOLES-VIS-RES
              AND PENALTIS-LOC-RES = PENALTIS-VIS-RES
              SET NO-RESULTADO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-SIN-GANADOR TO WK-MOTIVO
              GO TO 2100-VALIDAR-RESULTADO-EXIT
           END-IF
      *
      * EN UNA ELIMINATORIA CADA SELECCION JUEGA UN SOLO PARTIDO POR
      * FASE: OTRO RESULTADO CONTRA UN RIVAL DISTINTO SE RECHAZA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-EXISTE
                 FROM RESULTADOS_MUNDIAL
                WHERE FASE = :FASE-RES
                  AND (SELECCION_LOCAL IN (:SELECCION-LOC-RES,
                                           :SELECCION-VIS-RES)
                   OR SELECCION_VISITANTE IN (:SELECCION-LOC-RES,
                                              :SELECCION-VIS-RES))
                  AND NOT (SELECCION_LOCAL = :SELECCION-LOC-RES
                           AND SELECCION_VISITANTE = :SELECCION-VIS-RES)
                  AND NOT (SELECCION_LOCAL = :SELECCION-VIS-RES
                           AND SELECCION_VISITANTE = :SELECCION-LOC-RES)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-VALIDAR-RESULTADO'
              DISPLAY 'TABLA: RESULTADOS_MUNDIAL'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-EXISTE > 0
              SET NO-RESULTADO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-YA-JUGADA   TO WK-MOTIVO
           END-IF
      *
           .
       2100-VALIDAR-RESULTADO-EXIT.
           EXIT.
      ******************************************************************
      *     2110-LEER-SELECCION                                        *
      *     SIN FASE INFORMADA LA SELECCION ESTA EN LA FASE DE GRUPOS  *
      ******************************************************************
       2110-LEER-SELECCION.
      *
           EXEC SQL
               SELECT GRUPO
                     ,COALESCE(FASE_ELIMINACION, :CT-FASE-GRUPOS)
                 INTO :TB-GRUPO
                     ,:TB-FASE-ELIMINACION
                 FROM MUNDIAL
                WHERE SELECCION = :TB-SELECCION
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-RESULTADO-VALIDO    TO TRUE
                    MOVE CT-MOTIVO-SIN-SELEC   TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2110-LEER-SELECCION'
                    DISPLAY 'TABLA: MUNDIAL'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2110-LEER-SELECCION-EXIT.
           EXIT.
      ******************************************************************
      *     2120-COMPROBAR-FASE                                        *
      *     LA SELECCION DEBE ESTAR EN LA FASE DEL PARTIDO: SI ESTA    *
      *     ELIMINADA O EN UNA FASE POSTERIOR YA LA HA ABANDONADO; SI  *
      *     ESTA EN UNA ANTERIOR TODAVIA NO LA HA ALCANZADO            *
      ******************************************************************
       2120-COMPROBAR-FASE.
      *
           PERFORM 2150-INDICE-FASE
              THRU 2150-INDICE-FASE-EXIT
      *
           EVALUATE TRUE
               WHEN WK-IND-FASE = WK-IND-FASE-RES
                    CONTINUE
               WHEN WK-IND-FASE = 0
               WHEN WK-IND-FASE > WK-IND-FASE-RES
                    SET NO-RESULTADO-VALIDO    TO TRUE
                    MOVE CT-MOTIVO-FASE-DEJADA TO WK-MOTIVO
               WHEN OTHER
                    SET NO-RESULTADO-VALIDO    TO TRUE
                    MOVE CT-MOTIVO-FASE-FUTURA TO WK-MOTIVO
           END-EVALUATE
      *
           .
       2120-COMPROBAR-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2150-INDICE-FASE                                           *
      *     POSICION DE WK-FASE-BUSCADA EN LA TABLA DE FASES; CERO SI  *
      *     NO ESTA (FASE DESCONOCIDA O SELECCION ELIMINADA)           *
      ******************************************************************
       2150-INDICE-FASE.
      *
           MOVE 0                        TO WK-IND-FASE
      *
           PERFORM 2160-COMPARAR-FASE
              THRU 2160-COMPARAR-FASE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > CT-NUM-FASES
                OR WK-IND-FASE > 0
      *
           .
       2150-INDICE-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2160-COMPARAR-FASE                                         *
      ******************************************************************
       2160-COMPARAR-FASE.
      *
           IF WK-FASE-BUSCADA = WK-FASE (WK-IND)
              MOVE WK-IND                TO WK-IND-FASE
           END-IF
      *
           .
       2160-COMPARAR-FASE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-GRABAR-RESULTADO                                      *
      *     EL PARTIDO YA CARGADO EN CUALQUIER ORDEN DE LAS SELECCIONES*
      *     SE SUSTITUYE POR EL NUEVO                                  *
      ******************************************************************
       2200-GRABAR-RESULTADO.
      *
           MOVE FASE-RES                 TO RM-FASE
           MOVE SELECCION-LOC-RES        TO RM-SELECCION-LOCAL
           MOVE SELECCION-VIS-RES        TO RM-SELECCION-VISITANTE
           MOVE GOLES-LOC-RES            TO RM-GOLES-LOCAL
           MOVE GOLES-VIS-RES            TO RM-GOLES-VISITANTE
      *
           IF FASE-RES = CT-FASE-GRUPOS
              MOVE WK-GRUPO-LOC          TO RM-GRUPO
              MOVE ZEROS                 TO RM-PENALTIS-LOCAL
                                            RM-PENALTIS-VISITANTE
           ELSE
              MOVE SPACES                TO RM-GRUPO
              MOVE PENALTIS-LOC-RES      TO RM-PENALTIS-LOCAL
              MOVE PENALTIS-VIS-RES      TO RM-PENALTIS-VISITANTE
           END-IF
      *
           EXEC SQL
               DELETE FROM RESULTADOS_MUNDIAL
                WHERE FASE = :RM-FASE
                  AND ((SELECCION_LOCAL = :RM-SELECCION-LOCAL
                        AND SELECCION_VISITANTE
                                        = :RM-SELECCION-VISITANTE)
                    OR (SELECCION_LOCAL = :RM-SELECCION-VISITANTE
                        AND SELECCION_VISITANTE
                                        = :RM-SELECCION-LOCAL))
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-SUSTITUIDOS
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-GRABAR-RESULTADO'
                    DISPLAY 'TABLA: RESULTADOS_MUNDIAL'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               INSERT INTO RESULTADOS_MUNDIAL
                      (FASE
                      ,GRUPO
                      ,SELECCION_LOCAL
                      ,SELECCION_VISITANTE
                      ,FECHA_PARTIDO
                      ,GOLES_LOCAL
                      ,GOLES_VISITANTE
                      ,PENALTIS_LOCAL
                      ,PENALTIS_VISITANTE)
               VALUES (:RM-FASE
                      ,:RM-GRUPO
                      ,:RM-SELECCION-LOCAL
                      ,:RM-SELECCION-VISITANTE
                      ,:RM-FECHA-PARTIDO
                      ,:RM-GOLES-LOCAL
                      ,:RM-GOLES-VISITANTE
                      ,:RM-PENALTIS-LOCAL
                      ,:RM-PENALTIS-VISITANTE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-GRABAR-RESULTADO'
              DISPLAY 'TABLA: RESULTADOS_MUNDIAL'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CARGADOS
      *
           .
       2200-GRABAR-RESULTADO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE FECHA-RES                TO FECHA-RECH
           MOVE FASE-RES                 TO FASE-RECH
           MOVE SELECCION-LOC-RES        TO SELECCION-LOC-RECH
           MOVE GOLES-LOC-RES            TO GOLES-LOC-RECH
           MOVE GOLES-VIS-RES            TO GOLES-VIS-RECH
           MOVE SELECCION-VIS-RES        TO SELECCION-VIS-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LA CARGA SOLO SE CONFIRMA EN UN FINAL NORMAL; CON          *
      *     RECHAZOS TERMINA CON AVISO                                 *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              IF CN-RECHAZADOS > 0
                 MOVE 4                  TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FRESULT
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C A R G A M U N    **'
           DISPLAY '***********************************'
           DISPLAY '*RESULTADOS LEIDOS  : ' CN-REG-LEIDOS '      *'
           DISPLAY '*CARGADOS           : ' CN-CARGADOS '      *'
           DISPLAY '*  DE ELLOS SUSTIT. : ' CN-SUSTITUIDOS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FRESULT                                          *
      ******************************************************************
       9000-LEER-FRESULT.
      *
           READ FRESULT INTO DATOS-RESULTADO
      *
           EVALUATE FS-FRESULT
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FRESULT   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FRESULT'
                    DISPLAY 'PARRAFO: 9000-LEER-FRESULT'
                    DISPLAY 'FILE STATUS: ' FS-FRESULT
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FRESULT-EXIT.
           EXIT.
      *
