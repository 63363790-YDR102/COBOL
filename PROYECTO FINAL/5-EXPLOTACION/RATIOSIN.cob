      ******************************************************************
      ** R A T I O S I N.-INFORME DE SINIESTRALIDAD (SINIESTRALIDAD   **
      **                  INCURRIDA SOBRE PRIMA COBRADA) DEL          **
      **                  EJERCICIO Y DEL ANTERIOR, DESGLOSADO POR    **
      **                  TIPO DE POLIZA, POR ZONA POSTAL DEL TOMADOR **
      **                  (2 DIGITOS, COMO EXPOZONA) Y POR AGENTE DE  **
      **                  AGENTES_MAPFRE.                             **
      **                  - PRIMA: RECIBOS_PRIMAS COBRADOS ('C') EN   **
      **                    EL EJERCICIO (FECHA_ESTADO).              **
      **                  - SINIESTRALIDAD DE LOS SINIESTROS OCURRIDOS**
      **                    EN EL EJERCICIO: PAGOS DE                 **
      **                    PAGOS_SINIESTROS MAS RESERVAS ABIERTAS DE **
      **                    RESERVAS_SINIESTROS MENOS RECUPERACIONES  **
      **                    DE RECUPERACIONES_SINIESTROS.             **
      **                  LAS LINEAS CUYO RATIO SUPERA EL OBJETIVO    **
      **                  (FILA 'RATIOOBJETIV' DE RATIOSIN EN LA      **
      **                  TABLA DE PARAMETROS VIA RUTPARAM, 75% POR   **
      **                  DEFECTO) SALEN MARCADAS.                    **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   RATIOSIN.
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
      *    SINIESTRALIDAD POR TIPO, ZONA Y AGENTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-TIPOS           PIC 9(03) VALUE 10.
           05  CT-MAX-AGENTES         PIC 9(03) VALUE 999.
           05  CT-ZONA-SIN            PIC 9(03) VALUE 101.
           05  CT-RATIO-MAXIMO        PIC 9(03)V9(02) VALUE 999,99.
           05  CT-MARCA-SUPERA        PIC X(06) VALUE 'SUPERA'.
      *
       01  CN-CONTADORES.
           05  CN-POLIZAS             PIC 9(05).
           05  CN-LINEAS              PIC 9(05).
           05  CN-MARCADAS            PIC 9(05).
      *
      * PARAMETROS DE SYSIN: EJERCICIO A INFORMAR (CERO = EL ACTUAL) Y
      * ANULACION DEL RATIO OBJETIVO EN % (CERO = EL DE LA TABLA)
       01  WK-PARM-SYSIN.
           05  WK-EJERCICIO-E         PIC 9(04).
           05  WK-RATIO-E             PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-EJERCICIO           PIC S9(09) COMP.
           05  WK-EJERCICIO-ANT       PIC S9(09) COMP.
           05  WK-RATIO-OBJETIVO      PIC S9(03)V9(02) COMP-3.
           05  WK-POLIZA              PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-ZONA                PIC X(02).
           05  WK-ZONA-NUM REDEFINES WK-ZONA
                                      PIC 9(02).
           05  WK-AGENTE              PIC X(09).
           05  WK-PRIMA-ACT           PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-ANT           PIC S9(13)V9(2) COMP-3.
           05  WK-PAGOS-ACT           PIC S9(13)V9(2) COMP-3.
           05  WK-PAGOS-ANT           PIC S9(13)V9(2) COMP-3.
           05  WK-RESERVA-ACT         PIC S9(13)V9(2) COMP-3.
           05  WK-RESERVA-ANT         PIC S9(13)V9(2) COMP-3.
           05  WK-RECUP-ACT           PIC S9(13)V9(2) COMP-3.
           05  WK-RECUP-ANT           PIC S9(13)V9(2) COMP-3.
           05  WK-SINI-ACT            PIC S9(13)V9(2) COMP-3.
           05  WK-SINI-ANT            PIC S9(13)V9(2) COMP-3.
      *    LINEA A ESCRIBIR POR 2900-ESCRIBIR-LINEA
           05  WK-CLAVE-LIN           PIC X(10).
           05  WK-PRIMA-ACT-LIN       PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-ANT-LIN       PIC S9(13)V9(2) COMP-3.
           05  WK-SINI-ACT-LIN        PIC S9(13)V9(2) COMP-3.
           05  WK-SINI-ANT-LIN        PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-CALC          PIC S9(13)V9(2) COMP-3.
           05  WK-SINI-CALC           PIC S9(13)V9(2) COMP-3.
           05  WK-RATIO-CALC          PIC S9(07)V9(02) COMP-3.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(03).
           05  IND-TIPO               PIC 9(03).
           05  IND-ZONA               PIC 9(03).
      *
      * ACUMULADOS POR TIPO DE POLIZA
       01  TABLA-TIPOS.
           05  CN-TIPOS-TB            PIC 9(03).
           05  TIPO-TB OCCURS 10.
               10  CLAVE-TIPO-TB      PIC X(02).
               10  PRIMA-ACT-TIPO-TB  PIC S9(13)V9(2) COMP-3.
               10  PRIMA-ANT-TIPO-TB  PIC S9(13)V9(2) COMP-3.
               10  SINI-ACT-TIPO-TB   PIC S9(13)V9(2) COMP-3.
               10  SINI-ANT-TIPO-TB   PIC S9(13)V9(2) COMP-3.
      *
      * ACUMULADOS POR ZONA: LA POSICION ES LA ZONA + 1 (00 A 99); LA
      * 101 RECOGE LOS TOMADORES SIN CODIGO POSTAL VALIDO
       01  TABLA-ZONAS.
           05  ZONA-TB OCCURS 101.
               10  PRIMA-ACT-ZONA-TB  PIC S9(13)V9(2) COMP-3.
               10  PRIMA-ANT-ZONA-TB  PIC S9(13)V9(2) COMP-3.
               10  SINI-ACT-ZONA-TB   PIC S9(13)V9(2) COMP-3.
               10  SINI-ANT-ZONA-TB   PIC S9(13)V9(2) COMP-3.
      *
      * ACUMULADOS POR AGENTE, EN EL ORDEN DEL CURSOR
       01  TABLA-AGENTES.
           05  CN-AGENTES-TB          PIC 9(03).
           05  AGENTE-TB OCCURS 999.
               10  CLAVE-AGENTE-TB    PIC X(09).
               10  PRIMA-ACT-AGE-TB   PIC S9(13)V9(2) COMP-3.
               10  PRIMA-ANT-AGE-TB   PIC S9(13)V9(2) COMP-3.
               10  SINI-ACT-AGE-TB    PIC S9(13)V9(2) COMP-3.
               10  SINI-ANT-AGE-TB    PIC S9(13)V9(2) COMP-3.
      *
       01  TOTALES-CARTERA.
           05  PRIMA-ACT-TOT          PIC S9(13)V9(2) COMP-3.
           05  PRIMA-ANT-TOT          PIC S9(13)V9(2) COMP-3.
           05  SINI-ACT-TOT           PIC S9(13)V9(2) COMP-3.
           05  SINI-ANT-TOT           PIC S9(13)V9(2) COMP-3.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
      *
      * LINEAS DEL INFORME
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(34) VALUE
               'SINIESTRALIDAD INCURRIDA EJERCICIO'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EJERCICIO-CAB          PIC 9(04).
           05  FILLER                 PIC X(13) VALUE
               ' Y ANTERIOR  '.
           05  FILLER                 PIC X(17) VALUE
               'RATIO OBJETIVO: '.
           05  OBJETIVO-CAB           PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE ' %'.
           05  FILLER                 PIC X(13) VALUE
               '   FECHA:    '.
           05  FECHA-CAB              PIC 9(08).
           05  FILLER                 PIC X(34) VALUE SPACES.
      *
       01  LINEA-SECCION.
           05  FILLER                 PIC X(04) VALUE '*** '.
           05  TITULO-SEC             PIC X(30).
           05  FILLER                 PIC X(98) VALUE SPACES.
      *
       01  LINEA-TITULOS.
           05  FILLER                 PIC X(12) VALUE 'CLAVE'.
           05  FILLER                 PIC X(18) VALUE
               '   PRIMA COBRADA'.
           05  FILLER                 PIC X(19) VALUE
               '  SINIESTRALIDAD'.
           05  FILLER                 PIC X(16) VALUE
               ' RATIO %'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(18) VALUE
               '   PRIMA ANTERIOR'.
           05  FILLER                 PIC X(19) VALUE
               '  SINI. ANTERIOR'.
           05  FILLER                 PIC X(16) VALUE
               ' RATIO %'.
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  CLAVE-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-ACT-DET          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SINI-ACT-DET           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RATIO-ACT-DET          PIC ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MARCA-ACT-DET          PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-ANT-DET          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SINI-ANT-DET           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RATIO-ANT-DET          PIC ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MARCA-ANT-DET          PIC X(06).
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS CON SU TIPO, ZONA Y AGENTE------------*
      * SE TOMAN LAS POLIZAS VIGENTES EN ALGUN MOMENTO DE LOS DOS      *
      * EJERCICIOS. SI EL TOMADOR TIENE VARIOS AGENTES SE ATRIBUYE AL  *
      * MENOR; SIN AGENTE O SIN CLIENTE LA CLAVE QUEDA EN BLANCO.      *
      *----------------------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-POLIZAS CURSOR FOR
               SELECT S.NUMERO_POLIZA
                     ,S.TIPO
                     ,COALESCE(SUBSTR(C.COD_POSTAL, 1, 2), ' ')
                     ,COALESCE(A.NUM_AGENTE, ' ')
                 FROM SEGUROS_PEPITO_SEG S
                 LEFT OUTER JOIN CLIENTES_PEPITO_SEG C
                   ON C.DNI_CL = S.DNI_CL
                 LEFT OUTER JOIN
                      (SELECT DNI_CLI
                             ,MIN(NUM_AGENTE) AS NUM_AGENTE
                         FROM AGENTES_MAPFRE
                        GROUP BY DNI_CLI) A
                   ON A.DNI_CLI = S.DNI_CL
                WHERE YEAR(S.FECHA_VENCIMIENTO) >= :WK-EJERCICIO-ANT
                  AND YEAR(S.FECHA_INICIO) <= :WK-EJERCICIO
                ORDER BY 4, 1
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
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      TABLA-TIPOS
                      TABLA-ZONAS
                      TABLA-AGENTES
                      TOTALES-CARTERA
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-EJERCICIO-E = 0 OR WK-EJERCICIO-E = SPACES
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-EJERCICIO-E
           END-IF
      *
           IF WK-RATIO-E = SPACES
              MOVE 0                     TO WK-RATIO-E
           END-IF
      *
           MOVE WK-EJERCICIO-E           TO WK-EJERCICIO
           COMPUTE WK-EJERCICIO-ANT = WK-EJERCICIO - 1
      *
           DISPLAY 'RATIOSIN: EJERCICIO: ' WK-EJERCICIO-E
      *
      *    SYSIN SOLO ANULA EL OBJETIVO: EL VIGENTE LO GOBIERNA LA
      *    TABLA DE PARAMETROS A TRAVES DE RUTPARAM
           INITIALIZE CPYPARAM
           MOVE 'RATIOSIN'               TO PROGRAMA-PAR
           MOVE 'RATIOOBJETIV'           TO PARAMETRO-PAR
           MOVE WK-RATIO-E               TO VALOR-SYSIN-PAR
           MOVE 75                       TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-RATIO-OBJETIVO
      *
           DISPLAY 'RATIOSIN: RATIO OBJETIVO (%): ' WK-RATIO-OBJETIVO
                   ' ORIGEN: ' ORIGEN-PAR
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
           MOVE WK-EJERCICIO-E           TO EJERCICIO-CAB
           MOVE WK-RATIO-OBJETIVO        TO OBJETIVO-CAB
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-CAB
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-POLIZAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-POLIZAS'
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
      *     2000-PROCESO                                               *
      *     PRIMA Y SINIESTRALIDAD DE LA POLIZA EN CURSO EN LOS DOS    *
      *     EJERCICIOS, ACUMULADAS EN SU TIPO, SU ZONA Y SU AGENTE.    *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-BUSCAR-PRIMA
              THRU 2100-BUSCAR-PRIMA-EXIT
      *
           PERFORM 2200-BUSCAR-INCURRIDO
              THRU 2200-BUSCAR-INCURRIDO-EXIT
      *
           PERFORM 2300-ACUMULAR-TIPO
              THRU 2300-ACUMULAR-TIPO-EXIT
      *
           PERFORM 2400-ACUMULAR-ZONA
              THRU 2400-ACUMULAR-ZONA-EXIT
      *
           PERFORM 2500-ACUMULAR-AGENTE
              THRU 2500-ACUMULAR-AGENTE-EXIT
      *
           ADD WK-PRIMA-ACT              TO PRIMA-ACT-TOT
           ADD WK-PRIMA-ANT              TO PRIMA-ANT-TOT
           ADD WK-SINI-ACT               TO SINI-ACT-TOT
           ADD WK-SINI-ANT               TO SINI-ANT-TOT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-BUSCAR-PRIMA                                          *
      *     RECIBOS COBRADOS DE LA POLIZA EN CADA EJERCICIO.           *
      ******************************************************************
       2100-BUSCAR-PRIMA.
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN YEAR(FECHA_ESTADO) =
                                             :WK-EJERCICIO
                                        THEN IMPORTE ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN YEAR(FECHA_ESTADO) =
                                             :WK-EJERCICIO-ANT
                                        THEN IMPORTE ELSE 0 END), 0)
                 INTO :WK-PRIMA-ACT
                     ,:WK-PRIMA-ANT
                 FROM RECIBOS_PRIMAS
                WHERE NUMERO_POLIZA = :WK-POLIZA
                  AND ESTADO = 'C'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-BUSCAR-PRIMA'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-BUSCAR-PRIMA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-BUSCAR-INCURRIDO                                      *
      *     SINIESTROS DE LA POLIZA OCURRIDOS EN CADA EJERCICIO:       *
      *     PAGADO + RESERVA ABIERTA ('A') - RECUPERADO.               *
      ******************************************************************
       2200-BUSCAR-INCURRIDO.
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO
                                        THEN P.IMPORTE_PAGO
                                        ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO-ANT
                                        THEN P.IMPORTE_PAGO
                                        ELSE 0 END), 0)
                 INTO :WK-PAGOS-ACT
                     ,:WK-PAGOS-ANT
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG A
                WHERE P.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = :WK-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-BUSCAR-INCURRIDO'
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO
                                        THEN R.IMPORTE_RESERVA
                                        ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO-ANT
                                        THEN R.IMPORTE_RESERVA
                                        ELSE 0 END), 0)
                 INTO :WK-RESERVA-ACT
                     ,:WK-RESERVA-ANT
                 FROM RESERVAS_SINIESTROS R
                     ,SINIESTROS_PEPITO_SEG A
                WHERE R.ID_SINIETRO = A.ID_SINIETRO
                  AND R.NUMERO_POLIZA = :WK-POLIZA
                  AND R.ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-BUSCAR-INCURRIDO'
              DISPLAY 'TABLA: RESERVAS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO
                                        THEN R.IMPORTE_RECUPERADO
                                        ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN YEAR(A.FECHA_SINIESTRO) =
                                             :WK-EJERCICIO-ANT
                                        THEN R.IMPORTE_RECUPERADO
                                        ELSE 0 END), 0)
                 INTO :WK-RECUP-ACT
                     ,:WK-RECUP-ANT
                 FROM RECUPERACIONES_SINIESTROS R
                     ,SINIESTROS_PEPITO_SEG A
                WHERE R.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = :WK-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-BUSCAR-INCURRIDO'
              DISPLAY 'TABLA: RECUPERACIONES_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-SINI-ACT = WK-PAGOS-ACT + WK-RESERVA-ACT
                               - WK-RECUP-ACT
           COMPUTE WK-SINI-ANT = WK-PAGOS-ANT + WK-RESERVA-ANT
                               - WK-RECUP-ANT
      *
           .
       2200-BUSCAR-INCURRIDO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ACUMULAR-TIPO                                         *
      ******************************************************************
       2300-ACUMULAR-TIPO.
      *
           MOVE 0                        TO IND-TIPO
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > CN-TIPOS-TB
                OR IND-TIPO > 0
              IF CLAVE-TIPO-TB (IND) = WK-TIPO-POLIZA
                 MOVE IND                TO IND-TIPO
              END-IF
           END-PERFORM
      *
           IF IND-TIPO = 0
              IF CN-TIPOS-TB >= CT-MAX-TIPOS
                 DISPLAY 'ERROR: TABLA DE TIPOS LLENA'
                 DISPLAY 'PARRAFO: 2300-ACUMULAR-TIPO'
                 DISPLAY 'TIPO: ' WK-TIPO-POLIZA
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                   TO CN-TIPOS-TB
              MOVE CN-TIPOS-TB           TO IND-TIPO
              MOVE WK-TIPO-POLIZA        TO CLAVE-TIPO-TB (IND-TIPO)
           END-IF
      *
           ADD WK-PRIMA-ACT          TO PRIMA-ACT-TIPO-TB (IND-TIPO)
           ADD WK-PRIMA-ANT          TO PRIMA-ANT-TIPO-TB (IND-TIPO)
           ADD WK-SINI-ACT           TO SINI-ACT-TIPO-TB (IND-TIPO)
           ADD WK-SINI-ANT           TO SINI-ANT-TIPO-TB (IND-TIPO)
      *
           .
       2300-ACUMULAR-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ACUMULAR-ZONA                                         *
      ******************************************************************
       2400-ACUMULAR-ZONA.
      *
           IF WK-ZONA IS NUMERIC
              COMPUTE IND-ZONA = WK-ZONA-NUM + 1
           ELSE
              MOVE CT-ZONA-SIN           TO IND-ZONA
           END-IF
      *
           ADD WK-PRIMA-ACT          TO PRIMA-ACT-ZONA-TB (IND-ZONA)
           ADD WK-PRIMA-ANT          TO PRIMA-ANT-ZONA-TB (IND-ZONA)
           ADD WK-SINI-ACT           TO SINI-ACT-ZONA-TB (IND-ZONA)
           ADD WK-SINI-ANT           TO SINI-ANT-ZONA-TB (IND-ZONA)
      *
           .
       2400-ACUMULAR-ZONA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ACUMULAR-AGENTE                                       *
      *     EL CURSOR VIENE ORDENADO POR AGENTE: UN AGENTE NUEVO ABRE  *
      *     LA SIGUIENTE POSICION DE LA TABLA.                         *
      ******************************************************************
       2500-ACUMULAR-AGENTE.
      *
           IF CN-AGENTES-TB = 0
              OR CLAVE-AGENTE-TB (CN-AGENTES-TB) NOT = WK-AGENTE
              IF CN-AGENTES-TB >= CT-MAX-AGENTES
                 DISPLAY 'ERROR: TABLA DE AGENTES LLENA'
                 DISPLAY 'PARRAFO: 2500-ACUMULAR-AGENTE'
                 DISPLAY 'AGENTE: ' WK-AGENTE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                   TO CN-AGENTES-TB
              MOVE WK-AGENTE       TO CLAVE-AGENTE-TB (CN-AGENTES-TB)
           END-IF
      *
           ADD WK-PRIMA-ACT      TO PRIMA-ACT-AGE-TB (CN-AGENTES-TB)
           ADD WK-PRIMA-ANT      TO PRIMA-ANT-AGE-TB (CN-AGENTES-TB)
           ADD WK-SINI-ACT       TO SINI-ACT-AGE-TB (CN-AGENTES-TB)
           ADD WK-SINI-ANT       TO SINI-ANT-AGE-TB (CN-AGENTES-TB)
      *
           .
       2500-ACUMULAR-AGENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-INFORME-TIPOS                                         *
      ******************************************************************
       2600-INFORME-TIPOS.
      *
           MOVE 'POR TIPO DE POLIZA'     TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           PERFORM 2610-LINEA-TIPO
              THRU 2610-LINEA-TIPO-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > CN-TIPOS-TB
      *
           .
       2600-INFORME-TIPOS-EXIT.
           EXIT.
      ******************************************************************
      *     2610-LINEA-TIPO                                            *
      ******************************************************************
       2610-LINEA-TIPO.
      *
           MOVE CLAVE-TIPO-TB (IND)      TO WK-CLAVE-LIN
           MOVE PRIMA-ACT-TIPO-TB (IND)  TO WK-PRIMA-ACT-LIN
           MOVE PRIMA-ANT-TIPO-TB (IND)  TO WK-PRIMA-ANT-LIN
           MOVE SINI-ACT-TIPO-TB (IND)   TO WK-SINI-ACT-LIN
           MOVE SINI-ANT-TIPO-TB (IND)   TO WK-SINI-ANT-LIN
      *
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2610-LINEA-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-INFORME-ZONAS                                         *
      *     SOLO LAS ZONAS CON PRIMA O SINIESTRALIDAD.                 *
      ******************************************************************
       2700-INFORME-ZONAS.
      *
           MOVE 'POR ZONA POSTAL DEL TOMADOR' TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           PERFORM 2710-LINEA-ZONA
              THRU 2710-LINEA-ZONA-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > CT-ZONA-SIN
      *
           .
       2700-INFORME-ZONAS-EXIT.
           EXIT.
      ******************************************************************
      *     2710-LINEA-ZONA                                            *
      ******************************************************************
       2710-LINEA-ZONA.
      *
           IF PRIMA-ACT-ZONA-TB (IND) = 0
              AND PRIMA-ANT-ZONA-TB (IND) = 0
              AND SINI-ACT-ZONA-TB (IND) = 0
              AND SINI-ANT-ZONA-TB (IND) = 0
              GO TO 2710-LINEA-ZONA-EXIT
           END-IF
      *
           IF IND = CT-ZONA-SIN
              MOVE 'SIN ZONA'            TO WK-CLAVE-LIN
           ELSE
              COMPUTE WK-ZONA-NUM = IND - 1
              MOVE WK-ZONA               TO WK-CLAVE-LIN
           END-IF
      *
           MOVE PRIMA-ACT-ZONA-TB (IND)  TO WK-PRIMA-ACT-LIN
           MOVE PRIMA-ANT-ZONA-TB (IND)  TO WK-PRIMA-ANT-LIN
           MOVE SINI-ACT-ZONA-TB (IND)   TO WK-SINI-ACT-LIN
           MOVE SINI-ANT-ZONA-TB (IND)   TO WK-SINI-ANT-LIN
      *
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2710-LINEA-ZONA-EXIT.
           EXIT.
      ******************************************************************
      *     2800-INFORME-AGENTES                                       *
      ******************************************************************
       2800-INFORME-AGENTES.
      *
           MOVE 'POR AGENTE'             TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           PERFORM 2810-LINEA-AGENTE
              THRU 2810-LINEA-AGENTE-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > CN-AGENTES-TB
      *
           .
       2800-INFORME-AGENTES-EXIT.
           EXIT.
      ******************************************************************
      *     2810-LINEA-AGENTE                                          *
      ******************************************************************
       2810-LINEA-AGENTE.
      *
           IF CLAVE-AGENTE-TB (IND) = SPACES
              MOVE 'SIN AGENTE'          TO WK-CLAVE-LIN
           ELSE
              MOVE CLAVE-AGENTE-TB (IND) TO WK-CLAVE-LIN
           END-IF
      *
           MOVE PRIMA-ACT-AGE-TB (IND)   TO WK-PRIMA-ACT-LIN
           MOVE PRIMA-ANT-AGE-TB (IND)   TO WK-PRIMA-ANT-LIN
           MOVE SINI-ACT-AGE-TB (IND)    TO WK-SINI-ACT-LIN
           MOVE SINI-ANT-AGE-TB (IND)    TO WK-SINI-ANT-LIN
      *
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2810-LINEA-AGENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2850-ESCRIBIR-SECCION                                      *
      ******************************************************************
       2850-ESCRIBIR-SECCION.
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-SECCION
           WRITE REG-FINFORME FROM LINEA-TITULOS
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2850-ESCRIBIR-SECCION'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2850-ESCRIBIR-SECCION-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-LINEA                                        *
      *     RATIO = SINIESTRALIDAD * 100 / PRIMA EN CADA EJERCICIO Y   *
      *     MARCA SI SUPERA EL OBJETIVO.                               *
      ******************************************************************
       2900-ESCRIBIR-LINEA.
      *
           MOVE WK-CLAVE-LIN             TO CLAVE-DET
           MOVE WK-PRIMA-ACT-LIN         TO PRIMA-ACT-DET
           MOVE WK-SINI-ACT-LIN          TO SINI-ACT-DET
           MOVE WK-PRIMA-ANT-LIN         TO PRIMA-ANT-DET
           MOVE WK-SINI-ANT-LIN          TO SINI-ANT-DET
      *
           MOVE WK-PRIMA-ACT-LIN         TO WK-PRIMA-CALC
           MOVE WK-SINI-ACT-LIN          TO WK-SINI-CALC
           PERFORM 2950-CALCULAR-RATIO
              THRU 2950-CALCULAR-RATIO-EXIT
           MOVE WK-RATIO-CALC            TO RATIO-ACT-DET
           IF WK-RATIO-CALC > WK-RATIO-OBJETIVO
              MOVE CT-MARCA-SUPERA       TO MARCA-ACT-DET
              ADD CT-1                   TO CN-MARCADAS
           ELSE
              MOVE SPACES                TO MARCA-ACT-DET
           END-IF
      *
           MOVE WK-PRIMA-ANT-LIN         TO WK-PRIMA-CALC
           MOVE WK-SINI-ANT-LIN          TO WK-SINI-CALC
           PERFORM 2950-CALCULAR-RATIO
              THRU 2950-CALCULAR-RATIO-EXIT
           MOVE WK-RATIO-CALC            TO RATIO-ANT-DET
           IF WK-RATIO-CALC > WK-RATIO-OBJETIVO
              MOVE CT-MARCA-SUPERA       TO MARCA-ANT-DET
              ADD CT-1                   TO CN-MARCADAS
           ELSE
              MOVE SPACES                TO MARCA-ANT-DET
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
      *
           .
       2900-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2950-CALCULAR-RATIO                                        *
      *     SIN PRIMA COBRADA, CUALQUIER SINIESTRALIDAD DA EL RATIO    *
      *     MAXIMO. EL RATIO SE LIMITA A 999,99 %.                     *
      ******************************************************************
       2950-CALCULAR-RATIO.
      *
           IF WK-PRIMA-CALC = 0
              IF WK-SINI-CALC > 0
                 MOVE CT-RATIO-MAXIMO    TO WK-RATIO-CALC
              ELSE
                 MOVE 0                  TO WK-RATIO-CALC
              END-IF
           ELSE
              COMPUTE WK-RATIO-CALC ROUNDED =
                      WK-SINI-CALC * 100 / WK-PRIMA-CALC
                 ON SIZE ERROR
                    MOVE CT-RATIO-MAXIMO TO WK-RATIO-CALC
              END-COMPUTE
              IF WK-RATIO-CALC > CT-RATIO-MAXIMO
                 MOVE CT-RATIO-MAXIMO    TO WK-RATIO-CALC
              END-IF
           END-IF
      *
           .
       2950-CALCULAR-RATIO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     CON EL CURSOR COMPLETO SE ESCRIBEN LAS TRES SECCIONES Y EL *
      *     TOTAL DE CARTERA.                                          *
      ******************************************************************
       3000-FIN.
      *
           IF SI-FIN-CURSOR
              PERFORM 2600-INFORME-TIPOS
                 THRU 2600-INFORME-TIPOS-EXIT
      *
              PERFORM 2700-INFORME-ZONAS
                 THRU 2700-INFORME-ZONAS-EXIT
      *
              PERFORM 2800-INFORME-AGENTES
                 THRU 2800-INFORME-AGENTES-EXIT
      *
              MOVE 'TOTAL CARTERA'       TO TITULO-SEC
              PERFORM 2850-ESCRIBIR-SECCION
                 THRU 2850-ESCRIBIR-SECCION-EXIT
      *
              MOVE 'TOTAL'               TO WK-CLAVE-LIN
              MOVE PRIMA-ACT-TOT         TO WK-PRIMA-ACT-LIN
              MOVE PRIMA-ANT-TOT         TO WK-PRIMA-ANT-LIN
              MOVE SINI-ACT-TOT          TO WK-SINI-ACT-LIN
              MOVE SINI-ANT-TOT          TO WK-SINI-ANT-LIN
              PERFORM 2900-ESCRIBIR-LINEA
                 THRU 2900-ESCRIBIR-LINEA-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE CUR-POLIZAS
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R A T I O S I N    **'
           DISPLAY '***********************************'
           DISPLAY '*POLIZAS TRATADAS   : ' CN-POLIZAS '      *'
           DISPLAY '*LINEAS DE DETALLE  : ' CN-LINEAS '      *'
           DISPLAY '*RATIOS SOBRE OBJET.: ' CN-MARCADAS '      *'
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
               FETCH CUR-POLIZAS
                INTO :WK-POLIZA
                    ,:WK-TIPO-POLIZA
                    ,:WK-ZONA
                    ,:WK-AGENTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-POLIZAS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-POLIZAS'
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
