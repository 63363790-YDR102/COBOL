      ******************************************************************
      ** E V A L P E R.-CUADRO TRIMESTRAL DE CALIDAD DE LOS PERITOS   **
      **                PARA LA REVISION ANUAL DEL PANEL. PARA CADA   **
      **                PERITO CON DECISIONES EN EL TRIMESTRE:        **
      **                - DIAS HABILES MEDIOS DE FECHA_ASIGNACION A   **
      **                  FECHA_DECISION (RUTFECHA, OPCION 'H').      **
      **                - DESVIACION DE LA RESERVA: RESERVA INICIAL   **
      **                  CONTRA TOTAL PAGADO EN PAGOS_SINIESTROS, EN **
      **                  LOS SINIESTROS YA FINIQUITADOS.             **
      **                - % DE SUS RECHAZOS ESTIMADOS DESPUES EN      **
      **                  APELACIONES_SINIESTROS.                     **
      **                - % DE SUS SINIESTROS CON FRAUDE CONFIRMADO   **
      **                  EN CASOS_FRAUDE.                            **
      **                - COSTE DE HONORARIOS (TARIFA DE LIQPER) POR  **
      **                  SINIESTRO CERRADO (RECHAZADO O FINIQUITADO).**
      **                GUARDA LAS MEDIDAS EN EVALUACION_PERITOS Y    **
      **                LISTA A LOS PERITOS ORDENADOS DENTRO DE CADA  **
      **                ESPECIALIDAD Y ZONA POR LA SUMA DE SUS        **
      **                PUESTOS EN LAS CINCO MEDIDAS (MENOS ES MEJOR).**
      **                SYSIN: AAAAT (ANYO Y TRIMESTRE; EN BLANCO =   **
      **                EL TRIMESTRE ANTERIOR AL ACTUAL).             **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   EVALPER.
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
      *    CLASIFICACION DE PERITOS POR ESPECIALIDAD Y ZONA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
      *
       01  CN-CONTADORES.
           05  CN-PERITOS             PIC 9(05).
           05  CN-SIN-TARIFA          PIC 9(05).
           05  CN-EXPEDIENTES         PIC 9(09).
           05  CN-LINEAS              PIC 9(05).
      *
      * ACUMULADOS DEL PERITO EN CURSO
       01  CN-PERITO.
           05  CN-DECIDIDOS           PIC 9(07).
           05  CN-CERRADOS            PIC 9(07).
           05  CN-CON-ASIGNACION      PIC 9(07).
           05  CN-FINIQUITADOS        PIC 9(07).
           05  CN-RECHAZOS            PIC 9(07).
           05  CN-REVOCADOS           PIC 9(07).
           05  CN-FRAUDES             PIC 9(07).
           05  CN-SUMA-DIAS           PIC 9(09).
           05  CN-SUMA-DESVIACION     PIC 9(09)V9(02).
      *
      * PARAMETROS DE SYSIN: ANYO Y TRIMESTRE
       01  WK-PARM-SYSIN.
           05  WK-ANYO-E              PIC 9(04).
           05  WK-TRIMESTRE-E         PIC 9(01).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC 9(04).
           05  WK-TRIMESTRE           PIC 9(01).
           05  WK-MES-DESDE           PIC 9(02).
           05  WK-MES-HASTA           PIC 9(02).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-FECHA-HASTA         PIC X(10).
           05  WK-DNI-PERITO          PIC X(09).
           05  WK-ESPECIALIDAD        PIC X(02).
           05  WK-ZONA                PIC X(02).
           05  WK-HONORARIO           PIC S9(11)V9(2) COMP-3.
           05  WK-DESVIACION          PIC 9(05)V9(02).
           05  WK-DIFERENCIA          PIC S9(13)V9(2) COMP-3.
           05  WK-ESPEC-ANT           PIC X(02).
           05  WK-ZONA-ANT            PIC X(02).
      *
      * FILA DEL CURSOR DE EXPEDIENTES
       01  WK-EXPEDIENTE.
           05  WK-ID-SINIESTRO        PIC S9(09) COMP.
           05  WK-FECHA-ASIGNACION    PIC X(10).
           05  WK-FECHA-DECISION      PIC X(10).
           05  WK-RECHAZADO           PIC X(01).
           05  WK-REVOCADO            PIC X(01).
           05  WK-FRAUDE              PIC X(01).
           05  WK-CERRADO             PIC X(01).
           05  WK-FINIQUITADO         PIC X(01).
           05  WK-RESERVA-INICIAL     PIC S9(13)V9(2) COMP-3.
           05  WK-PAGADO              PIC S9(13)V9(2) COMP-3.
      *
      * FILA DEL CURSOR DE CLASIFICACION
       01  WK-RANKING.
           05  WK-APELLIDO            PIC X(25).
           05  WK-SUMA-PUESTOS        PIC S9(09) COMP.
           05  WK-POSICION            PIC S9(09) COMP.
      *
       COPY CPYFECHA.
      *
      * LINEAS DEL INFORME
       01  LINEA-TITULO.
           05  FILLER                 PIC X(43) VALUE
               'CUADRO DE CALIDAD DE PERITOS - TRIMESTRE: '.
           05  TRIMESTRE-TIT          PIC X(06).
           05  FILLER                 PIC X(03) VALUE ' ( '.
           05  DESDE-TIT              PIC X(10).
           05  FILLER                 PIC X(03) VALUE ' A '.
           05  HASTA-TIT              PIC X(10).
           05  FILLER                 PIC X(02) VALUE ' )'.
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LINEA-GRUPO.
           05  FILLER                 PIC X(14) VALUE
               'ESPECIALIDAD: '.
           05  ESPECIALIDAD-GRU       PIC X(02).
           05  FILLER                 PIC X(08) VALUE '  ZONA: '.
           05  ZONA-GRU               PIC X(02).
           05  FILLER                 PIC X(106) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(50) VALUE
               'POS  DNI       APELLIDO                  DECID  CE'.
           05  FILLER                 PIC X(50) VALUE
               'RR  DIAS HAB.  DESV.RES%    REVOC%    FRAUD%  COST'.
           05  FILLER                 PIC X(32) VALUE
               'E/CERRAD    PUEST'.
      *
       01  LINEA-DETALLE.
           05  POSICION-DET           PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-DET                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APELLIDO-DET           PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DECIDIDOS-DET          PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CERRADOS-DET           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-DET               PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESVIACION-DET         PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  REVOCADOS-DET          PIC ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FRAUDE-DET             PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  COSTE-DET              PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  PUESTOS-DET            PIC ZZZZ9.
           05  FILLER                 PIC X(27) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-EXPED           PIC X(01).
               88  SI-FIN-EXPED                 VALUE 'S'.
               88  NO-FIN-EXPED                 VALUE 'N'.
           05  SW-FIN-RANKING         PIC X(01).
               88  SI-FIN-RANKING               VALUE 'S'.
               88  NO-FIN-RANKING               VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN EVALUACION_PERITOS--*
      *
           EXEC SQL
               INCLUDE TBEVAPER
           END-EXEC.
      *
      *--------CURSOR DE PERITOS CON DECISIONES EN EL TRIMESTRE-------*
      *
           EXEC SQL
               DECLARE CUR-PERITOS CURSOR FOR
               SELECT P.DNI_PERITO
                     ,P.ESPECIALIDAD
                     ,P.ZONA
                     ,COALESCE(T.IMPORTE_HONORARIO, 0)
                 FROM PERITOS P
                 LEFT JOIN TARIFAS_PERITOS T
                   ON T.ESPECIALIDAD = P.ESPECIALIDAD
                WHERE EXISTS
                      (SELECT 1
                         FROM SINIESTROS_PEPITO_SEG S
                        WHERE S.DNI_PERITO = P.DNI_PERITO
                          AND S.FECHA_DECISION BETWEEN :WK-FECHA-DESDE
                                                  AND :WK-FECHA-HASTA)
                ORDER BY P.DNI_PERITO
           END-EXEC.
      *
      *--------CURSOR DE EXPEDIENTES DECIDIDOS DEL PERITO EN CURSO----*
      *    RECHAZADO: ACPTADO = 'N' O APELADO (SOLO SE APELA UN       *
      *    RECHAZO Y APELASIN LO PASA A 'S' AL ESTIMARLO).            *
      *    CERRADO: RECHAZADO SIN REVOCAR O CON FECHA_PAGO.           *
      *    RESERVA INICIAL: IMPORTE_INICIAL; EN RESERVAS ANTERIORES   *
      *    A ESA COLUMNA, LA PRIMERA FOTO DE HISTORICO_RESERVAS Y, A  *
      *    FALTA DE ELLA, EL IMPORTE VIGENTE.                         *
      *
           EXEC SQL
               DECLARE CUR-EXPED CURSOR FOR
               SELECT S.ID_SINIETRO
                     ,COALESCE(CHAR(S.FECHA_ASIGNACION, ISO), ' ')
                     ,CHAR(S.FECHA_DECISION, ISO)
                     ,CASE WHEN S.ACPTADO = 'N'
                             OR EXISTS
                                (SELECT 1
                                   FROM APELACIONES_SINIESTROS A
                                  WHERE A.ID_SINIETRO = S.ID_SINIETRO)
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN EXISTS
                                (SELECT 1
                                   FROM APELACIONES_SINIESTROS A
                                  WHERE A.ID_SINIETRO = S.ID_SINIETRO
                                    AND A.ESTADO = 'E')
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN EXISTS
                                (SELECT 1
                                   FROM CASOS_FRAUDE F
                                  WHERE F.ID_SINIETRO = S.ID_SINIETRO
                                    AND F.ESTADO = 'C')
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN S.ACPTADO = 'N'
                             OR S.FECHA_PAGO IS NOT NULL
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN S.FECHA_PAGO IS NOT NULL
                           THEN 'S' ELSE 'N'
                      END
                     ,COALESCE((SELECT MIN(R.IMPORTE_INICIAL)
                                  FROM RESERVAS_SINIESTROS R
                                 WHERE R.ID_SINIETRO = S.ID_SINIETRO
                                   AND R.FECHA_APERTURA =
                                       (SELECT MIN(R2.FECHA_APERTURA)
                                          FROM RESERVAS_SINIESTROS R2
                                         WHERE R2.ID_SINIETRO =
                                               S.ID_SINIETRO))
                              ,(SELECT H.IMPORTE_RESERVA
                                  FROM HISTORICO_RESERVAS H
                                 WHERE H.ID_SINIETRO = S.ID_SINIETRO
                                   AND H.FECHA_CORTE =
                                       (SELECT MIN(H2.FECHA_CORTE)
                                          FROM HISTORICO_RESERVAS H2
                                         WHERE H2.ID_SINIETRO =
                                               S.ID_SINIETRO))
                              ,(SELECT MIN(R.IMPORTE_RESERVA)
                                  FROM RESERVAS_SINIESTROS R
                                 WHERE R.ID_SINIETRO = S.ID_SINIETRO
                                   AND R.FECHA_APERTURA =
                                       (SELECT MIN(R2.FECHA_APERTURA)
                                          FROM RESERVAS_SINIESTROS R2
                                         WHERE R2.ID_SINIETRO =
                                               S.ID_SINIETRO))
                              ,0)
                     ,COALESCE((SELECT SUM(P.IMPORTE_PAGO)
                                  FROM PAGOS_SINIESTROS P
                                 WHERE P.ID_SINIETRO = S.ID_SINIETRO)
                              ,0)
                 FROM SINIESTROS_PEPITO_SEG S
                WHERE S.DNI_PERITO = :WK-DNI-PERITO
                  AND S.FECHA_DECISION BETWEEN :WK-FECHA-DESDE
                                          AND :WK-FECHA-HASTA
                ORDER BY S.ID_SINIETRO
           END-EXEC.
      *
      *--------CURSOR DE CLASIFICACION DEL TRIMESTRE------------------*
      *    CADA PERITO SUMA SU PUESTO EN LAS CINCO MEDIDAS DENTRO DE  *
      *    SU ESPECIALIDAD Y ZONA (EN TODAS, MENOS ES MEJOR); LA      *
      *    POSICION FINAL ORDENA ESA SUMA.                            *
      *
           EXEC SQL
               DECLARE CUR-RANKING CURSOR FOR
               SELECT X.ESPECIALIDAD
                     ,X.ZONA
                     ,X.DNI_PERITO
                     ,P.APE_1
                     ,X.DECIDIDOS
                     ,X.CERRADOS
                     ,X.DIAS_MEDIOS
                     ,X.DESVIACION_RESERVA
                     ,X.PCT_REVOCADOS
                     ,X.PCT_FRAUDE
                     ,X.COSTE_CERRADO
                     ,X.SUMA_PUESTOS
                     ,RANK() OVER (PARTITION BY X.ESPECIALIDAD
                                               ,X.ZONA
                                       ORDER BY X.SUMA_PUESTOS)
                      AS POSICION
                 FROM (SELECT E.ESPECIALIDAD
                             ,E.ZONA
                             ,E.DNI_PERITO
                             ,E.DECIDIDOS
                             ,E.CERRADOS
                             ,E.DIAS_MEDIOS
                             ,E.DESVIACION_RESERVA
                             ,E.PCT_REVOCADOS
                             ,E.PCT_FRAUDE
                             ,E.COSTE_CERRADO
                             ,RANK() OVER (PARTITION BY E.ESPECIALIDAD
                                                       ,E.ZONA
                                           ORDER BY E.DIAS_MEDIOS)
                            + RANK() OVER (PARTITION BY E.ESPECIALIDAD
                                                       ,E.ZONA
                                      ORDER BY E.DESVIACION_RESERVA)
                            + RANK() OVER (PARTITION BY E.ESPECIALIDAD
                                                       ,E.ZONA
                                           ORDER BY E.PCT_REVOCADOS)
                            + RANK() OVER (PARTITION BY E.ESPECIALIDAD
                                                       ,E.ZONA
                                           ORDER BY E.PCT_FRAUDE)
                            + RANK() OVER (PARTITION BY E.ESPECIALIDAD
                                                       ,E.ZONA
                                           ORDER BY E.COSTE_CERRADO)
                              AS SUMA_PUESTOS
                         FROM EVALUACION_PERITOS E
                        WHERE E.TRIMESTRE = :EV-TRIMESTRE) X
                     ,PERITOS P
                WHERE P.DNI_PERITO = X.DNI_PERITO
                ORDER BY X.ESPECIALIDAD
                        ,X.ZONA
                        ,POSICION
                        ,X.DNI_PERITO
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
           PERFORM 2500-CLASIFICACION
              THRU 2500-CLASIFICACION-EXIT
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
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      DCLEVALUACION-PERITOS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           PERFORM 1100-TRIMESTRE
              THRU 1100-TRIMESTRE-EXIT
      *
           MOVE WK-ANYO                  TO EV-TRIMESTRE(1:4)
           MOVE '-'                      TO EV-TRIMESTRE(5:1)
           MOVE WK-TRIMESTRE             TO EV-TRIMESTRE(6:1)
      *
           DISPLAY 'EVALPER: TRIMESTRE ' EV-TRIMESTRE
                   ' (' WK-FECHA-DESDE ' A ' WK-FECHA-HASTA ')'
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
      * RELANZAR UN TRIMESTRE SUSTITUYE SU EVALUACION
           EXEC SQL
               DELETE FROM EVALUACION_PERITOS
                WHERE TRIMESTRE = :EV-TRIMESTRE
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND NOT = 100
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'TABLA: EVALUACION_PERITOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-PERITOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PERITOS'
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
      *     1100-TRIMESTRE                                             *
      *     TRIMESTRE DE SYSIN O, SI NO SE INFORMA, EL ANTERIOR AL DE  *
      *     LA FECHA DE HOY. VENTANA DEL PRIMER AL ULTIMO DIA.         *
      ******************************************************************
       1100-TRIMESTRE.
      *
           IF WK-ANYO-E NOT NUMERIC
              OR WK-TRIMESTRE-E NOT NUMERIC
              OR WK-ANYO-E = 0
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-ANYO
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-MES-DESDE
              COMPUTE WK-TRIMESTRE = (WK-MES-DESDE - 1) / 3 + 1
              IF WK-TRIMESTRE = 1
                 MOVE 4                  TO WK-TRIMESTRE
                 SUBTRACT CT-1           FROM WK-ANYO
              ELSE
                 SUBTRACT CT-1           FROM WK-TRIMESTRE
              END-IF
           ELSE
              MOVE WK-ANYO-E             TO WK-ANYO
              MOVE WK-TRIMESTRE-E        TO WK-TRIMESTRE
           END-IF
      *
           IF WK-TRIMESTRE < 1 OR WK-TRIMESTRE > 4
              DISPLAY 'ERROR: TRIMESTRE NO VALIDO: ' WK-TRIMESTRE
              DISPLAY 'PARRAFO: 1100-TRIMESTRE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-MES-DESDE = WK-TRIMESTRE * 3 - 2
           COMPUTE WK-MES-HASTA = WK-TRIMESTRE * 3
      *
           MOVE WK-ANYO                  TO WK-FECHA-DESDE(1:4)
           MOVE '-'                      TO WK-FECHA-DESDE(5:1)
           MOVE WK-MES-DESDE             TO WK-FECHA-DESDE(6:2)
           MOVE '-01'                    TO WK-FECHA-DESDE(8:3)
      *
           MOVE WK-ANYO                  TO WK-FECHA-HASTA(1:4)
           MOVE '-'                      TO WK-FECHA-HASTA(5:1)
           MOVE WK-MES-HASTA             TO WK-FECHA-HASTA(6:2)
           IF WK-TRIMESTRE = 1 OR WK-TRIMESTRE = 4
              MOVE '-31'                 TO WK-FECHA-HASTA(8:3)
           ELSE
              MOVE '-30'                 TO WK-FECHA-HASTA(8:3)
           END-IF
      *
           .
       1100-TRIMESTRE-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     MEDIDAS DEL PERITO EN CURSO SOBRE SUS EXPEDIENTES          *
      *     DECIDIDOS EN EL TRIMESTRE Y ALTA EN EVALUACION_PERITOS.    *
      ******************************************************************
       2000-PROCESO.
      *
           INITIALIZE CN-PERITO
      *
           IF WK-HONORARIO = 0
              DISPLAY 'EVALPER: ESPECIALIDAD SIN TARIFA: '
                      WK-ESPECIALIDAD ' PERITO: ' WK-DNI-PERITO
              ADD CT-1                   TO CN-SIN-TARIFA
           END-IF
      *
           PERFORM 2100-EXPEDIENTES
              THRU 2100-EXPEDIENTES-EXIT
      *
           PERFORM 2200-CALCULAR-MEDIDAS
              THRU 2200-CALCULAR-MEDIDAS-EXIT
      *
           PERFORM 2300-GRABAR-EVALUACION
              THRU 2300-GRABAR-EVALUACION-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-EXPEDIENTES                                           *
      ******************************************************************
       2100-EXPEDIENTES.
      *
           EXEC SQL
               OPEN CUR-EXPED
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-EXPED'
              DISPLAY 'PARRAFO: 2100-EXPEDIENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-EXPED              TO TRUE
           PERFORM 9100-LEER-EXPED
              THRU 9100-LEER-EXPED-EXIT
      *
           PERFORM 2110-EXPEDIENTE
              THRU 2110-EXPEDIENTE-EXIT
             UNTIL SI-FIN-EXPED
      *
           EXEC SQL
               CLOSE CUR-EXPED
           END-EXEC
      *
           .
       2100-EXPEDIENTES-EXIT.
           EXIT.
      ******************************************************************
      *     2110-EXPEDIENTE                                            *
      *     ACUMULA EL EXPEDIENTE EN LAS MEDIDAS DEL PERITO. SIN       *
      *     FECHA DE ASIGNACION NO HAY PLAZO QUE MEDIR. LA DESVIACION  *
      *     DE LA RESERVA SOLO CUENTA CON EL SINIESTRO FINIQUITADO Y   *
      *     ALGO PAGADO: ES |PAGADO - RESERVA INICIAL| SOBRE PAGADO.   *
      ******************************************************************
       2110-EXPEDIENTE.
      *
           ADD CT-1                      TO CN-DECIDIDOS
                                            CN-EXPEDIENTES
      *
           IF WK-CERRADO = 'S'
              ADD CT-1                   TO CN-CERRADOS
           END-IF
      *
           IF WK-RECHAZADO = 'S'
              ADD CT-1                   TO CN-RECHAZOS
              IF WK-REVOCADO = 'S'
                 ADD CT-1                TO CN-REVOCADOS
              END-IF
           END-IF
      *
           IF WK-FRAUDE = 'S'
              ADD CT-1                   TO CN-FRAUDES
           END-IF
      *
           IF WK-FECHA-ASIGNACION NOT = SPACES
              AND WK-FECHA-ASIGNACION NOT > WK-FECHA-DECISION
              PERFORM 8100-LLAMAR-RUTFECHA
                 THRU 8100-LLAMAR-RUTFECHA-EXIT
              ADD DIAS-S-FEC             TO CN-SUMA-DIAS
              ADD CT-1                   TO CN-CON-ASIGNACION
           END-IF
      *
           IF WK-FINIQUITADO = 'S'
              AND WK-PAGADO > 0
              COMPUTE WK-DIFERENCIA = WK-PAGADO - WK-RESERVA-INICIAL
              IF WK-DIFERENCIA < 0
                 COMPUTE WK-DIFERENCIA = WK-DIFERENCIA * -1
              END-IF
              COMPUTE WK-DESVIACION ROUNDED =
                      WK-DIFERENCIA * 100 / WK-PAGADO
                 ON SIZE ERROR
                    MOVE 99999,99        TO WK-DESVIACION
              END-COMPUTE
              ADD WK-DESVIACION          TO CN-SUMA-DESVIACION
              ADD CT-1                   TO CN-FINIQUITADOS
           END-IF
      *
           PERFORM 9100-LEER-EXPED
              THRU 9100-LEER-EXPED-EXIT
      *
           .
       2110-EXPEDIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CALCULAR-MEDIDAS                                      *
      *     LAS MEDIAS SIN CASOS QUEDAN A CERO. SIN NINGUN SINIESTRO   *
      *     CERRADO EL COSTE ES EL TOTAL DE HONORARIOS DEL TRIMESTRE.  *
      ******************************************************************
       2200-CALCULAR-MEDIDAS.
      *
           MOVE WK-DNI-PERITO            TO EV-DNI-PERITO
           MOVE WK-ESPECIALIDAD          TO EV-ESPECIALIDAD
           MOVE WK-ZONA                  TO EV-ZONA
           MOVE CN-DECIDIDOS             TO EV-DECIDIDOS
           MOVE CN-CERRADOS              TO EV-CERRADOS
           MOVE CN-RECHAZOS              TO EV-RECHAZOS
           MOVE 0                        TO EV-DIAS-MEDIOS
                                            EV-DESVIACION-RESERVA
                                            EV-PCT-REVOCADOS
                                            EV-PCT-FRAUDE
      *
           IF CN-CON-ASIGNACION > 0
              COMPUTE EV-DIAS-MEDIOS ROUNDED =
                      CN-SUMA-DIAS / CN-CON-ASIGNACION
           END-IF
      *
           IF CN-FINIQUITADOS > 0
              COMPUTE EV-DESVIACION-RESERVA ROUNDED =
                      CN-SUMA-DESVIACION / CN-FINIQUITADOS
           END-IF
      *
           IF CN-RECHAZOS > 0
              COMPUTE EV-PCT-REVOCADOS ROUNDED =
                      CN-REVOCADOS * 100 / CN-RECHAZOS
           END-IF
      *
           IF CN-DECIDIDOS > 0
              COMPUTE EV-PCT-FRAUDE ROUNDED =
                      CN-FRAUDES * 100 / CN-DECIDIDOS
           END-IF
      *
           IF CN-CERRADOS > 0
              COMPUTE EV-COSTE-CERRADO ROUNDED =
                      WK-HONORARIO * CN-DECIDIDOS / CN-CERRADOS
           ELSE
              COMPUTE EV-COSTE-CERRADO =
                      WK-HONORARIO * CN-DECIDIDOS
           END-IF
      *
           .
       2200-CALCULAR-MEDIDAS-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GRABAR-EVALUACION                                     *
      ******************************************************************
       2300-GRABAR-EVALUACION.
      *
           EXEC SQL
               INSERT INTO EVALUACION_PERITOS
                      (TRIMESTRE
                      ,DNI_PERITO
                      ,ESPECIALIDAD
                      ,ZONA
                      ,DECIDIDOS
                      ,CERRADOS
                      ,DIAS_MEDIOS
                      ,DESVIACION_RESERVA
                      ,RECHAZOS
                      ,PCT_REVOCADOS
                      ,PCT_FRAUDE
                      ,COSTE_CERRADO
                      ,FECHA_PROCESO)
                      VALUES(
                       :EV-TRIMESTRE
                      ,:EV-DNI-PERITO
                      ,:EV-ESPECIALIDAD
                      ,:EV-ZONA
                      ,:EV-DECIDIDOS
                      ,:EV-CERRADOS
                      ,:EV-DIAS-MEDIOS
                      ,:EV-DESVIACION-RESERVA
                      ,:EV-RECHAZOS
                      ,:EV-PCT-REVOCADOS
                      ,:EV-PCT-FRAUDE
                      ,:EV-COSTE-CERRADO
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-GRABAR-EVALUACION'
              DISPLAY 'TABLA: EVALUACION_PERITOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-PERITOS
      *
           .
       2300-GRABAR-EVALUACION-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CLASIFICACION                                         *
      *     INFORME: UN BLOQUE POR ESPECIALIDAD Y ZONA CON SUS PERITOS *
      *     DE MEJOR A PEOR.                                           *
      ******************************************************************
       2500-CLASIFICACION.
      *
           MOVE EV-TRIMESTRE             TO TRIMESTRE-TIT
           MOVE WK-FECHA-DESDE           TO DESDE-TIT
           MOVE WK-FECHA-HASTA           TO HASTA-TIT
           MOVE LINEA-TITULO             TO REG-FINFORME
           PERFORM 9500-ESCRIBIR-INFORME
              THRU 9500-ESCRIBIR-INFORME-EXIT
      *
           EXEC SQL
               OPEN CUR-RANKING
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-RANKING'
              DISPLAY 'PARRAFO: 2500-CLASIFICACION'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                   TO WK-ESPEC-ANT
                                            WK-ZONA-ANT
           SET NO-FIN-RANKING            TO TRUE
           PERFORM 9200-LEER-RANKING
              THRU 9200-LEER-RANKING-EXIT
      *
           PERFORM 2510-LINEA-RANKING
              THRU 2510-LINEA-RANKING-EXIT
             UNTIL SI-FIN-RANKING
      *
           EXEC SQL
               CLOSE CUR-RANKING
           END-EXEC
      *
           .
       2500-CLASIFICACION-EXIT.
           EXIT.
      ******************************************************************
      *     2510-LINEA-RANKING                                         *
      ******************************************************************
       2510-LINEA-RANKING.
      *
           IF EV-ESPECIALIDAD NOT = WK-ESPEC-ANT
              OR EV-ZONA NOT = WK-ZONA-ANT
              PERFORM 9500-ESCRIBIR-INFORME
                 THRU 9500-ESCRIBIR-INFORME-EXIT
              MOVE EV-ESPECIALIDAD       TO ESPECIALIDAD-GRU
              MOVE EV-ZONA               TO ZONA-GRU
              MOVE LINEA-GRUPO           TO REG-FINFORME
              PERFORM 9500-ESCRIBIR-INFORME
                 THRU 9500-ESCRIBIR-INFORME-EXIT
              MOVE LINEA-CABECERA        TO REG-FINFORME
              PERFORM 9500-ESCRIBIR-INFORME
                 THRU 9500-ESCRIBIR-INFORME-EXIT
              MOVE EV-ESPECIALIDAD       TO WK-ESPEC-ANT
              MOVE EV-ZONA               TO WK-ZONA-ANT
           END-IF
      *
           MOVE WK-POSICION              TO POSICION-DET
           MOVE EV-DNI-PERITO            TO DNI-DET
           MOVE WK-APELLIDO              TO APELLIDO-DET
           MOVE EV-DECIDIDOS             TO DECIDIDOS-DET
           MOVE EV-CERRADOS              TO CERRADOS-DET
           MOVE EV-DIAS-MEDIOS           TO DIAS-DET
           MOVE EV-DESVIACION-RESERVA    TO DESVIACION-DET
           MOVE EV-PCT-REVOCADOS         TO REVOCADOS-DET
           MOVE EV-PCT-FRAUDE            TO FRAUDE-DET
           MOVE EV-COSTE-CERRADO         TO COSTE-DET
           MOVE WK-SUMA-PUESTOS          TO PUESTOS-DET
           MOVE LINEA-DETALLE            TO REG-FINFORME
           PERFORM 9500-ESCRIBIR-INFORME
              THRU 9500-ESCRIBIR-INFORME-EXIT
      *
           ADD CT-1                      TO CN-LINEAS
      *
           PERFORM 9200-LEER-RANKING
              THRU 9200-LEER-RANKING-EXIT
      *
           .
       2510-LINEA-RANKING-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           EXEC SQL
               CLOSE CUR-PERITOS
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   E V A L P E R      **'
           DISPLAY '***********************************'
           DISPLAY '*PERITOS EVALUADOS : ' CN-PERITOS '        *'
           DISPLAY '*EXPEDIENTES       : ' CN-EXPEDIENTES '    *'
           DISPLAY '*SIN TARIFA        : ' CN-SIN-TARIFA '        *'
           DISPLAY '*LINEAS CLASIFIC.  : ' CN-LINEAS '        *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     8100-LLAMAR-RUTFECHA                                       *
      *     DIAS HABILES DE LA ASIGNACION (EXCLUIDA) A LA DECISION.    *
      ******************************************************************
       8100-LLAMAR-RUTFECHA.
      *
           INITIALIZE SALIDA-FEC
           MOVE 'H'                      TO OPCION-FEC
           MOVE WK-FECHA-ASIGNACION      TO FECHA-E-FEC
           MOVE WK-FECHA-DECISION        TO FECHA-E2-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           IF RETORNO-FEC NOT = '00'
              DISPLAY 'EVALPER: ERROR EN RUTFECHA: ' RETORNO-FEC
              DISPLAY 'EVALPER: SINIESTRO: ' WK-ID-SINIESTRO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       8100-LLAMAR-RUTFECHA-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-PERITOS
                INTO :WK-DNI-PERITO
                    ,:WK-ESPECIALIDAD
                    ,:WK-ZONA
                    ,:WK-HONORARIO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PERITOS'
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
      ******************************************************************
      *     9100-LEER-EXPED                                            *
      ******************************************************************
       9100-LEER-EXPED.
      *
           EXEC SQL
               FETCH CUR-EXPED
                INTO :WK-ID-SINIESTRO
                    ,:WK-FECHA-ASIGNACION
                    ,:WK-FECHA-DECISION
                    ,:WK-RECHAZADO
                    ,:WK-REVOCADO
                    ,:WK-FRAUDE
                    ,:WK-CERRADO
                    ,:WK-FINIQUITADO
                    ,:WK-RESERVA-INICIAL
                    ,:WK-PAGADO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-EXPED     TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-EXPED'
                    DISPLAY 'PARRAFO: 9100-LEER-EXPED'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-EXPED-EXIT.
           EXIT.
      ******************************************************************
      *     9200-LEER-RANKING                                          *
      ******************************************************************
       9200-LEER-RANKING.
      *
           EXEC SQL
               FETCH CUR-RANKING
                INTO :EV-ESPECIALIDAD
                    ,:EV-ZONA
                    ,:EV-DNI-PERITO
                    ,:WK-APELLIDO
                    ,:EV-DECIDIDOS
                    ,:EV-CERRADOS
                    ,:EV-DIAS-MEDIOS
                    ,:EV-DESVIACION-RESERVA
                    ,:EV-PCT-REVOCADOS
                    ,:EV-PCT-FRAUDE
                    ,:EV-COSTE-CERRADO
                    ,:WK-SUMA-PUESTOS
                    ,:WK-POSICION
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-RANKING   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-RANKING'
                    DISPLAY 'PARRAFO: 9200-LEER-RANKING'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-RANKING-EXIT.
           EXIT.
      ******************************************************************
      *     9500-ESCRIBIR-INFORME                                      *
      ******************************************************************
       9500-ESCRIBIR-INFORME.
      *
           WRITE REG-FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 9500-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                   TO REG-FINFORME
      *
           .
       9500-ESCRIBIR-INFORME-EXIT.
           EXIT.
      *
