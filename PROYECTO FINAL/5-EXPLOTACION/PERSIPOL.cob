      ******************************************************************
      ** P E R S I P O L.-INFORME ANUAL DE PERMANENCIA DE LA CARTERA  **
      **                  POR COHORTES. AGRUPA LAS POLIZAS DE         **
      **                  SEGUROS_PEPITO_SEG POR ANYO DE FECHA_INICIO **
      **                  Y RAMO (TIPO) Y DA EL PORCENTAJE QUE SEGUIA **
      **                  VIGENTE AL CUMPLIR 1, 2, 3 Y 5 ANYOS (SOBRE **
      **                  LAS POLIZAS QUE YA HAN CUMPLIDO ESA EDAD).  **
      **                  LAS BAJAS SE DESGLOSAN POR CAUSA:           **
      **                  - RENOVACION DECLINADA (RESPRENO, ANULADA   **
      **                    POR CANCEPOL DESDE FBAJAS).               **
      **                  - ANULACION POR IMPAGO (CANCEPOL).          **
      **                  - RESCATE (LIQVIDA, VIDA_MAPFRE 'R').       **
      **                  - TERMINADA POR SINIESTRO (FALLECIMIENTO O  **
      **                    INVALIDEZ ACEPTADOS).                     **
      **                  - OTRAS (VENCIMIENTO SIN RENOVAR, ETC.).    **
      **                  LA SEGUNDA PARTE DA LA MISMA PERMANENCIA    **
      **                  POR AGENTE: CADA POLIZA SE ATRIBUYE AL      **
      **                  AGENTE QUE TENIA AL CLIENTE EN SU FECHA DE  **
      **                  ALTA (AGENTES_MAPFRE E HISTORICO_AGENTES,   **
      **                  COMO EN EXTAGE). NO MODIFICA NADA.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PERSIPOL.
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
       01  REG-FINFORME               PIC X(0132).
      *    PERMANENCIA POR COHORTE Y RAMO Y POR AGENTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-NUM-EDADES          PIC 9(02) VALUE 4.
      *
       01  CN-CONTADORES.
           05  CN-COHORTES            PIC 9(05).
           05  CN-AGENTES             PIC 9(05).
           05  CN-POLIZAS             PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC S9(09) COMP.
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-NUM-AGENTE          PIC X(09).
           05  WK-DNI-AG              PIC X(09).
           05  WK-POLIZAS             PIC S9(09) COMP.
           05  WK-PERMANENCIA.
               10  WK-ELEGIBLES-1     PIC S9(09) COMP.
               10  WK-VIVAS-1         PIC S9(09) COMP.
               10  WK-ELEGIBLES-2     PIC S9(09) COMP.
               10  WK-VIVAS-2         PIC S9(09) COMP.
               10  WK-ELEGIBLES-3     PIC S9(09) COMP.
               10  WK-VIVAS-3         PIC S9(09) COMP.
               10  WK-ELEGIBLES-5     PIC S9(09) COMP.
               10  WK-VIVAS-5         PIC S9(09) COMP.
           05  WK-PERMANENCIA-R REDEFINES WK-PERMANENCIA.
               10  WK-EDAD-TB OCCURS 4.
                   15  WK-ELEGIBLES-TB PIC S9(09) COMP.
                   15  WK-VIVAS-TB     PIC S9(09) COMP.
           05  WK-VIGENTES            PIC S9(09) COMP.
           05  WK-DECLINADAS          PIC S9(09) COMP.
           05  WK-IMPAGADAS           PIC S9(09) COMP.
           05  WK-RESCATADAS          PIC S9(09) COMP.
           05  WK-POR-SINIESTRO       PIC S9(09) COMP.
           05  WK-OTRAS               PIC S9(09) COMP.
           05  WK-PORCENTAJE          PIC 9(03)V9(02).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(60) VALUE
               'PERMANENCIA DE LA CARTERA POR COHORTE DE ALTA'.
           05  FILLER                 PIC X(10) VALUE 'FECHA:'.
           05  FECHA-TIT              PIC 9999/99/99.
           05  FILLER                 PIC X(52) VALUE SPACES.
      *
       01  LINEA-SECCION.
           05  TEXTO-SEC              PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.
      *
       01  LINEA-CABECERA-COHORTE.
           05  FILLER                 PIC X(06) VALUE 'ANYO'.
           05  FILLER                 PIC X(16) VALUE 'RAMO'.
           05  FILLER                 PIC X(08) VALUE 'POLIZAS'.
           05  FILLER                 PIC X(09) VALUE '% 1 ANYO'.
           05  FILLER                 PIC X(09) VALUE '% 2 ANYOS'.
           05  FILLER                 PIC X(09) VALUE '% 3 ANYOS'.
           05  FILLER                 PIC X(09) VALUE '% 5 ANYOS'.
           05  FILLER                 PIC X(08) VALUE 'VIGENTES'.
           05  FILLER                 PIC X(08) VALUE 'DECLINAD'.
           05  FILLER                 PIC X(08) VALUE 'IMPAGO'.
           05  FILLER                 PIC X(08) VALUE 'RESCATE'.
           05  FILLER                 PIC X(08) VALUE 'SINIESTR'.
           05  FILLER                 PIC X(08) VALUE 'OTRAS'.
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  LINEA-CABECERA-AGENTE.
           05  FILLER                 PIC X(11) VALUE 'AGENTE'.
           05  FILLER                 PIC X(11) VALUE 'DNI'.
           05  FILLER                 PIC X(08) VALUE 'POLIZAS'.
           05  FILLER                 PIC X(09) VALUE '% 1 ANYO'.
           05  FILLER                 PIC X(09) VALUE '% 2 ANYOS'.
           05  FILLER                 PIC X(09) VALUE '% 3 ANYOS'.
           05  FILLER                 PIC X(09) VALUE '% 5 ANYOS'.
           05  FILLER                 PIC X(08) VALUE 'VIGENTES'.
           05  FILLER                 PIC X(08) VALUE 'DECLINAD'.
           05  FILLER                 PIC X(08) VALUE 'IMPAGO'.
           05  FILLER                 PIC X(08) VALUE 'RESCATE'.
           05  FILLER                 PIC X(08) VALUE 'SINIESTR'.
           05  FILLER                 PIC X(08) VALUE 'OTRAS'.
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
      * LA CLAVE DE LA LINEA (COHORTE Y RAMO O AGENTE) VA EN LOS 22
      * PRIMEROS BYTES; LOS PORCENTAJES Y LAS BAJAS SON COMUNES.
       01  LINEA-DETALLE.
           05  CLAVE-DET              PIC X(22).
           05  CLAVE-COHORTE-DET REDEFINES CLAVE-DET.
               10  ANYO-DET           PIC 9(04).
               10  FILLER             PIC X(02).
               10  RAMO-DET           PIC X(02).
               10  FILLER             PIC X(14).
           05  CLAVE-AGENTE-DET REDEFINES CLAVE-DET.
               10  NUM-AGENTE-DET     PIC X(09).
               10  FILLER             PIC X(02).
               10  DNI-AG-DET         PIC X(09).
               10  FILLER             PIC X(02).
           05  POLIZAS-DET            PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  EDAD-DET OCCURS 4.
               10  PCT-DET            PIC ZZ9,99.
               10  PCT-DET-X REDEFINES PCT-DET
                                      PIC X(06).
               10  FILLER             PIC X(03).
           05  VIGENTES-DET           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  DECLINADAS-DET         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  IMPAGADAS-DET          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  RESCATADAS-DET         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  SINIESTRO-DET          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02).
           05  OTRAS-DET              PIC ZZ.ZZ9.
           05  FILLER                 PIC X(18).
      *
       01  SW-SWITCHES.
           05  SW-FIN-COHORTES        PIC X(01).
               88  SI-FIN-COHORTES              VALUE 'S'.
               88  NO-FIN-COHORTES              VALUE 'N'.
           05  SW-FIN-AGENTES         PIC X(01).
               88  SI-FIN-AGENTES               VALUE 'S'.
               88  NO-FIN-AGENTES               VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_PEPITO_SEG--*
      *
           EXEC SQL
               INCLUDE TBSEGFIN
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_ENDOSOS-----*
      *
           EXEC SQL
               INCLUDE TBSEGEND
           END-EXEC.
      *
      *--------DCLGEN HISTORICO_AGENTES---*
      *
           EXEC SQL
               INCLUDE TBHISAGE
           END-EXEC.
      *
      *--------CURSOR DE COHORTES POR ANYO DE ALTA Y RAMO--------------*
      *    LA TABLA ANIDADA P DA LA CAUSA DE BAJA DE CADA POLIZA: 'V'
      *    VIGENTE, 'D' DECLINADA, 'I' IMPAGO, 'R' RESCATE, 'S'
      *    SINIESTRO Y 'O' OTRAS. UNA POLIZA SIGUE VIVA A LOS N ANYOS
      *    SI SU VENCIMIENTO ES POSTERIOR AL N-ESIMO ANIVERSARIO.
      *
           EXEC SQL
               DECLARE CUR-COHORTES CURSOR FOR
                SELECT YEAR(P.FECHA_INICIO)
                      ,P.TIPO
                      ,COUNT(*)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 1 YEAR
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 1 YEAR
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 1 YEAR
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 2 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 2 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 2 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 3 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 3 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 3 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 5 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 5 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 5 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'V' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'D' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'I' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'R' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'S' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'O' THEN 1 ELSE 0 END)
                  FROM (SELECT S.TIPO
                              ,S.FECHA_INICIO
                              ,S.FECHA_VENCIMIENTO
                              ,CASE
                               WHEN S.FECHA_VENCIMIENTO >= CURRENT DATE
                               THEN 'V'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SEGUROS_ENDOSOS E
                                      WHERE E.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND E.MOTIVO =
                                            'RENOVACION DECLINADA')
                               THEN 'D'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SEGUROS_ENDOSOS E
                                      WHERE E.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND E.MOTIVO =
                                            'ANULACION POR IMPAGO')
                               THEN 'I'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM VIDA_MAPFRE V
                                      WHERE V.POLIZA = S.NUMERO_POLIZA
                                        AND V.TIPO_LIQUIDACION = 'R')
                               THEN 'R'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SINIESTROS_PEPITO_SEG X
                                      WHERE X.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND X.ACPTADO = 'S'
                                        AND (X.CAUSAS LIKE
                                             'FALLECIMIENTO%'
                                          OR X.CAUSAS LIKE
                                             'INVALIDEZ%'))
                               THEN 'S'
                               ELSE 'O'
                               END AS CAUSA
                          FROM SEGUROS_PEPITO_SEG S) P
                 GROUP BY YEAR(P.FECHA_INICIO), P.TIPO
                 ORDER BY 1, 2
           END-EXEC.
      *
      *--------CURSOR DE PERMANENCIA POR AGENTE------------------------*
      *    G DA, PARA CADA AGENTE Y CLIENTE, EL PERIODO EN QUE EL
      *    AGENTE LO TUVO: EL ACTUAL DESDE QUE LO RECIBIO EN UN
      *    TRASPASO (O DESDE SIEMPRE) Y LOS ANTERIORES SEGUN
      *    HISTORICO_AGENTES. LA POLIZA ES DEL AGENTE DEL PERIODO EN
      *    QUE CAE SU FECHA DE ALTA.
      *
           EXEC SQL
               DECLARE CUR-AGENTES CURSOR FOR
                SELECT G.NUM_AGENTE
                      ,G.DNI_AG
                      ,COUNT(*)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 1 YEAR
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 1 YEAR
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 1 YEAR
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 2 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 2 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 2 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 3 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 3 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 3 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 5 YEARS
                                     <= CURRENT DATE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.FECHA_INICIO + 5 YEARS
                                     <= CURRENT DATE
                                 AND P.FECHA_VENCIMIENTO
                                     > P.FECHA_INICIO + 5 YEARS
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'V' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'D' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'I' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'R' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'S' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN P.CAUSA = 'O' THEN 1 ELSE 0 END)
                  FROM (SELECT S.DNI_CL
                              ,S.FECHA_INICIO
                              ,S.FECHA_VENCIMIENTO
                              ,CASE
                               WHEN S.FECHA_VENCIMIENTO >= CURRENT DATE
                               THEN 'V'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SEGUROS_ENDOSOS E
                                      WHERE E.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND E.MOTIVO =
                                            'RENOVACION DECLINADA')
                               THEN 'D'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SEGUROS_ENDOSOS E
                                      WHERE E.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND E.MOTIVO =
                                            'ANULACION POR IMPAGO')
                               THEN 'I'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM VIDA_MAPFRE V
                                      WHERE V.POLIZA = S.NUMERO_POLIZA
                                        AND V.TIPO_LIQUIDACION = 'R')
                               THEN 'R'
                               WHEN EXISTS
                                    (SELECT 1
                                       FROM SINIESTROS_PEPITO_SEG X
                                      WHERE X.NUMERO_POLIZA =
                                            S.NUMERO_POLIZA
                                        AND X.ACPTADO = 'S'
                                        AND (X.CAUSAS LIKE
                                             'FALLECIMIENTO%'
                                          OR X.CAUSAS LIKE
                                             'INVALIDEZ%'))
                               THEN 'S'
                               ELSE 'O'
                               END AS CAUSA
                          FROM SEGUROS_PEPITO_SEG S) P
                      ,(SELECT A.NUM_AGENTE
                              ,A.DNI_AG
                              ,A.DNI_CLI
                              ,(SELECT COALESCE(MAX(H.FECHA_HASTA),
                                                DATE('0001-01-01'))
                                  FROM HISTORICO_AGENTES H
                                 WHERE H.DNI_CLI      = A.DNI_CLI
                                   AND H.DNI_AG_NUEVO = A.DNI_AG
                                   AND H.YA_CLIENTE   = 'N')
                                                   AS DESDE
                              ,DATE('9999-12-31')  AS HASTA
                          FROM AGENTES_MAPFRE A
                        UNION ALL
                        SELECT H.NUM_AGENTE
                              ,H.DNI_AG
                              ,H.DNI_CLI
                              ,H.FECHA_DESDE
                              ,H.FECHA_HASTA
                          FROM HISTORICO_AGENTES H) G
                 WHERE G.DNI_CLI = P.DNI_CL
                   AND P.FECHA_INICIO >= G.DESDE
                   AND P.FECHA_INICIO <  G.HASTA
                 GROUP BY G.NUM_AGENTE, G.DNI_AG
                 ORDER BY G.NUM_AGENTE, G.DNI_AG
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
           PERFORM 2000-PROCESO-COHORTE
              THRU 2000-PROCESO-COHORTE-EXIT
             UNTIL SI-FIN-COHORTES
      *
           PERFORM 2500-INICIO-AGENTES
              THRU 2500-INICIO-AGENTES-EXIT
      *
           PERFORM 2600-PROCESO-AGENTE
              THRU 2600-PROCESO-AGENTE-EXIT
             UNTIL SI-FIN-AGENTES
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
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
      *
           OPEN OUTPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-TIT
           WRITE REG-FINFORME FROM LINEA-TITULO
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           MOVE 'PERMANENCIA POR ANYO DE ALTA Y RAMO'
                                         TO TEXTO-SEC
           WRITE REG-FINFORME FROM LINEA-SECCION
           WRITE REG-FINFORME FROM LINEA-CABECERA-COHORTE
      *
           EXEC SQL
               OPEN CUR-COHORTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-COHORTES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-COHORTES           TO TRUE
      *
           PERFORM 9000-LEER-COHORTE
              THRU 9000-LEER-COHORTE-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO-COHORTE                                       *
      ******************************************************************
       2000-PROCESO-COHORTE.
      *
           ADD CT-1                      TO CN-COHORTES
           ADD WK-POLIZAS                TO CN-POLIZAS
      *
           PERFORM 2100-PREPARAR-DETALLE
              THRU 2100-PREPARAR-DETALLE-EXIT
      *
           MOVE WK-ANYO                  TO ANYO-DET
           MOVE WK-TIPO-POLIZA           TO RAMO-DET
      *
           PERFORM 2200-ESCRIBIR-DETALLE
              THRU 2200-ESCRIBIR-DETALLE-EXIT
      *
           PERFORM 9000-LEER-COHORTE
              THRU 9000-LEER-COHORTE-EXIT
      *
           .
       2000-PROCESO-COHORTE-EXIT.
           EXIT.
      ******************************************************************
      *     2100-PREPARAR-DETALLE                                      *
      *     PARTE COMUN DE LA LINEA: PORCENTAJES Y BAJAS POR CAUSA.    *
      ******************************************************************
       2100-PREPARAR-DETALLE.
      *
           MOVE SPACES                   TO LINEA-DETALLE
      *
           MOVE WK-POLIZAS               TO POLIZAS-DET
      *
           PERFORM 2150-CALCULAR-PORCENTAJE
              THRU 2150-CALCULAR-PORCENTAJE-EXIT
             VARYING IND FROM 1 BY 1
             UNTIL IND > CT-NUM-EDADES
      *
           MOVE WK-VIGENTES              TO VIGENTES-DET
           MOVE WK-DECLINADAS            TO DECLINADAS-DET
           MOVE WK-IMPAGADAS             TO IMPAGADAS-DET
           MOVE WK-RESCATADAS            TO RESCATADAS-DET
           MOVE WK-POR-SINIESTRO         TO SINIESTRO-DET
           MOVE WK-OTRAS                 TO OTRAS-DET
      *
           .
       2100-PREPARAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2150-CALCULAR-PORCENTAJE                                   *
      *     SI NINGUNA POLIZA HA CUMPLIDO AUN ESA EDAD NO HAY DATO.    *
      ******************************************************************
       2150-CALCULAR-PORCENTAJE.
      *
           IF WK-ELEGIBLES-TB (IND) = 0
              MOVE '    - '              TO PCT-DET-X (IND)
           ELSE
              COMPUTE WK-PORCENTAJE ROUNDED =
                      WK-VIVAS-TB (IND) * 100 / WK-ELEGIBLES-TB (IND)
              MOVE WK-PORCENTAJE         TO PCT-DET (IND)
           END-IF
      *
           .
       2150-CALCULAR-PORCENTAJE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ESCRIBIR-DETALLE                                      *
      ******************************************************************
       2200-ESCRIBIR-DETALLE.
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2200-ESCRIBIR-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2200-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-INICIO-AGENTES                                        *
      ******************************************************************
       2500-INICIO-AGENTES.
      *
           EXEC SQL
               CLOSE CUR-COHORTES
           END-EXEC
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           MOVE 'PERMANENCIA POR AGENTE'  TO TEXTO-SEC
           WRITE REG-FINFORME FROM LINEA-SECCION
           WRITE REG-FINFORME FROM LINEA-CABECERA-AGENTE
      *
           EXEC SQL
               OPEN CUR-AGENTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-AGENTES'
              DISPLAY 'PARRAFO: 2500-INICIO-AGENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-AGENTES            TO TRUE
      *
           PERFORM 9100-LEER-AGENTE
              THRU 9100-LEER-AGENTE-EXIT
      *
           .
       2500-INICIO-AGENTES-EXIT.
           EXIT.
      ******************************************************************
      *     2600-PROCESO-AGENTE                                        *
      ******************************************************************
       2600-PROCESO-AGENTE.
      *
           ADD CT-1                      TO CN-AGENTES
      *
           PERFORM 2100-PREPARAR-DETALLE
              THRU 2100-PREPARAR-DETALLE-EXIT
      *
           MOVE WK-NUM-AGENTE            TO NUM-AGENTE-DET
           MOVE WK-DNI-AG                TO DNI-AG-DET
      *
           PERFORM 2200-ESCRIBIR-DETALLE
              THRU 2200-ESCRIBIR-DETALLE-EXIT
      *
           PERFORM 9100-LEER-AGENTE
              THRU 9100-LEER-AGENTE-EXIT
      *
           .
       2600-PROCESO-AGENTE-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-AGENTES
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   P E R S I P O L    **'
           DISPLAY '***********************************'
           DISPLAY '*COHORTES (ANYO/RAMO): ' CN-COHORTES '     *'
           DISPLAY '*POLIZAS ANALIZADAS : ' CN-POLIZAS '    *'
           DISPLAY '*AGENTES            : ' CN-AGENTES '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-COHORTE                                          *
      ******************************************************************
       9000-LEER-COHORTE.
      *
           EXEC SQL
               FETCH CUR-COHORTES
                INTO :WK-ANYO
                    ,:WK-TIPO-POLIZA
                    ,:WK-POLIZAS
                    ,:WK-ELEGIBLES-1
                    ,:WK-VIVAS-1
                    ,:WK-ELEGIBLES-2
                    ,:WK-VIVAS-2
                    ,:WK-ELEGIBLES-3
                    ,:WK-VIVAS-3
                    ,:WK-ELEGIBLES-5
                    ,:WK-VIVAS-5
                    ,:WK-VIGENTES
                    ,:WK-DECLINADAS
                    ,:WK-IMPAGADAS
                    ,:WK-RESCATADAS
                    ,:WK-POR-SINIESTRO
                    ,:WK-OTRAS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-COHORTES  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-COHORTES'
                    DISPLAY 'PARRAFO: 9000-LEER-COHORTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-COHORTE-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-AGENTE                                           *
      ******************************************************************
       9100-LEER-AGENTE.
      *
           EXEC SQL
               FETCH CUR-AGENTES
                INTO :WK-NUM-AGENTE
                    ,:WK-DNI-AG
                    ,:WK-POLIZAS
                    ,:WK-ELEGIBLES-1
                    ,:WK-VIVAS-1
                    ,:WK-ELEGIBLES-2
                    ,:WK-VIVAS-2
                    ,:WK-ELEGIBLES-3
                    ,:WK-VIVAS-3
                    ,:WK-ELEGIBLES-5
                    ,:WK-VIVAS-5
                    ,:WK-VIGENTES
                    ,:WK-DECLINADAS
                    ,:WK-IMPAGADAS
                    ,:WK-RESCATADAS
                    ,:WK-POR-SINIESTRO
                    ,:WK-OTRAS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-AGENTES   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-AGENTES'
                    DISPLAY 'PARRAFO: 9100-LEER-AGENTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-AGENTE-EXIT.
           EXIT.
