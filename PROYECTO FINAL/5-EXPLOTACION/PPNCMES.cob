      ******************************************************************
      ** P P N C M E S.-PROVISION DE PRIMAS NO CONSUMIDAS (PPNC) AL   **
      **                CIERRE DE MES. PARA CADA POLIZA EN VIGOR A LA **
      **                FECHA DE CIERRE SUMA LOS RECIBOS COBRADOS DEL **
      **                PERIODO EN VIGOR (RECIBOS_PRIMAS) Y LOS       **
      **                PRORRATEA DIA A DIA ENTRE FECHA_INICIO Y      **
      **                FECHA_VENCIMIENTO: LA PARTE DE LOS DIAS QUE   **
      **                QUEDAN HASTA EL VENCIMIENTO ES LA PPNC.       **
      **                - GRABA EL RESULTADO POR POLIZA (CON SU TIPO) **
      **                  EN PROVISION_PRIMAS PARA PODER REPRODUCIR   **
      **                  CUALQUIER CIERRE. UN CIERRE REPROCESADO SE  **
      **                  SUSTITUYE.                                  **
      **                - INFORME DE LA PPNC POR TIPO CON EL          **
      **                  MOVIMIENTO FRENTE AL CIERRE DEL MES         **
      **                  ANTERIOR.                                   **
      **                SYSIN: FECHA DE CIERRE AAAA-MM-DD (ULTIMO DIA **
      **                DE MES; EN BLANCO = CIERRE DEL MES ANTERIOR)  **
      **                E INTERVALO DE COMMIT.                        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PPNCMES.
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
      *    PPNC POR TIPO Y MOVIMIENTO FRENTE AL MES ANTERIOR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-TIPOS           PIC 9(02) VALUE 10.
      *
       01  CN-CONTADORES.
           05  CN-POLIZAS             PIC 9(05).
           05  CN-GRABADAS            PIC 9(05).
           05  CN-SIN-DIAS            PIC 9(05).
           05  CN-BORRADAS            PIC 9(05).
      *
      * PARAMETROS DE SYSIN: FECHA DE CIERRE E INTERVALO DE COMMIT
       01  WK-PARM-SYSIN.
           05  WK-FECHA-CIERRE-E      PIC X(10).
           05  WK-NUM-COMMIT-E        PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY-R REDEFINES WK-FECHA-HOY-AAAAMMDD.
               10  WK-ANYO-HOY        PIC 9(04).
               10  WK-MES-HOY         PIC 9(02).
               10  WK-DIA-HOY         PIC 9(02).
           05  WK-FECHA-CIERRE        PIC X(10).
           05  WK-FECHA-CIERRE-R REDEFINES WK-FECHA-CIERRE.
               10  WK-ANYO-CIERRE     PIC 9(04).
               10  FILLER             PIC X(01).
               10  WK-MES-CIERRE      PIC 9(02).
               10  FILLER             PIC X(01).
               10  WK-DIA-CIERRE      PIC 9(02).
           05  WK-FECHA-ANTERIOR      PIC X(10).
           05  WK-FECHA-ANTERIOR-R REDEFINES WK-FECHA-ANTERIOR.
               10  WK-ANYO-ANTERIOR   PIC 9(04).
               10  FILLER             PIC X(01).
               10  WK-MES-ANTERIOR    PIC 9(02).
               10  FILLER             PIC X(01).
               10  WK-DIA-ANTERIOR    PIC 9(02).
           05  WK-ANYO-CALC           PIC 9(04).
           05  WK-MES-CALC            PIC 9(02).
           05  WK-DIA-CALC            PIC 9(02).
           05  WK-COCIENTE            PIC 9(04).
           05  WK-RESTO-4             PIC 9(04).
           05  WK-RESTO-100           PIC 9(04).
           05  WK-RESTO-400           PIC 9(04).
           05  WK-CONT-COMMIT         PIC 9(03).
           05  WK-POLIZA              PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-DIAS-PERIODO        PIC S9(09) COMP.
           05  WK-DIAS-PENDIENTES     PIC S9(09) COMP.
           05  WK-PRIMA               PIC S9(13)V9(2) COMP-3.
           05  WK-PPNC                PIC S9(13)V9(2) COMP-3.
           05  WK-PPNC-ANTERIOR       PIC S9(13)V9(2) COMP-3.
           05  WK-NUM-ANTERIOR        PIC S9(09) COMP.
           05  WK-VARIACION           PIC S9(13)V9(2) COMP-3.
      *
       01  WK-INDICES.
           05  IND-TIPO               PIC 9(02).
           05  IND-BUSCA              PIC 9(02).
      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANYO BISIESTO)
       01  TABLA-DIAS-MES.
           05  FILLER                 PIC X(24) VALUE
               '312831303130313130313031'.
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           05  DIAS-MES-TB OCCURS 12  PIC 9(02).
      *
      * PPNC POR TIPO EN EL CIERRE Y EN EL CIERRE ANTERIOR
       01  TABLA-TIPOS.
           05  CN-TIPOS-TB            PIC 9(02).
           05  TIPO-TB OCCURS 10.
               10  CLAVE-TIPO-TB      PIC X(02).
               10  POLIZAS-TB         PIC 9(07).
               10  POLIZAS-ANT-TB     PIC 9(07).
               10  PRIMA-TB           PIC S9(13)V9(2) COMP-3.
               10  PPNC-TB            PIC S9(13)V9(2) COMP-3.
               10  PPNC-ANT-TB        PIC S9(13)V9(2) COMP-3.
      *
       01  TOTALES-PPNC.
           05  POLIZAS-TOT            PIC 9(07).
           05  POLIZAS-ANT-TOT        PIC 9(07).
           05  PRIMA-TOT              PIC S9(13)V9(2) COMP-3.
           05  PPNC-TOT               PIC S9(13)V9(2) COMP-3.
           05  PPNC-ANT-TOT           PIC S9(13)V9(2) COMP-3.
      *
      * LINEAS DEL INFORME
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(40) VALUE
               'PROVISION DE PRIMAS NO CONSUMIDAS (PPNC)'.
           05  FILLER                 PIC X(10) VALUE ' CIERRE: '.
           05  CIERRE-CAB             PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  ANTERIOR: '.
           05  ANTERIOR-CAB           PIC X(10).
           05  FILLER                 PIC X(11) VALUE '   FECHA:  '.
           05  FECHA-CAB              PIC 9(08).
           05  FILLER                 PIC X(31) VALUE SPACES.
      *
       01  LINEA-TITULOS.
           05  FILLER                 PIC X(06) VALUE 'TIPO'.
           05  FILLER                 PIC X(09) VALUE '  POLIZAS'.
           05  FILLER                 PIC X(20) VALUE
               '       PRIMA COBRADA'.
           05  FILLER                 PIC X(20) VALUE
               '         PPNC CIERRE'.
           05  FILLER                 PIC X(11) VALUE '    POL.ANT'.
           05  FILLER                 PIC X(20) VALUE
               '       PPNC ANTERIOR'.
           05  FILLER                 PIC X(20) VALUE
               '           VARIACION'.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  TIPO-DET               PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  POLIZAS-DET            PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-DET              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PPNC-DET               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZAS-ANT-DET        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PPNC-ANT-DET           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VARIACION-DET          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-SIN-ANTERIOR.
           05  FILLER                 PIC X(50) VALUE
               '*** NO HAY PPNC GRABADA DEL CIERRE ANTERIOR: '.
           05  ANTERIOR-SIN           PIC X(10).
           05  FILLER                 PIC X(72) VALUE SPACES.
      *
       COPY CPYFECHA.
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
      *--------DCLGEN PROVISION_PRIMAS--*
      *
           EXEC SQL
               INCLUDE TBPROPRI
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS EN VIGOR CON PRIMA COBRADA------------*
      * RECIBOS COBRADOS HASTA EL CIERRE CUYO PERIODO CAE DENTRO DEL   *
      * PERIODO EN VIGOR DE LA POLIZA (DESDE EL MES DE FECHA_INICIO    *
      * HASTA EL ANTERIOR AL MES DE FECHA_VENCIMIENTO).                *
      *----------------------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-POLIZAS CURSOR WITH HOLD FOR
               SELECT B.NUMERO_POLIZA
                     ,B.TIPO
                     ,DAYS(B.FECHA_VENCIMIENTO) - DAYS(B.FECHA_INICIO)
                     ,DAYS(B.FECHA_VENCIMIENTO)
                      - DAYS(DATE(:WK-FECHA-CIERRE))
                     ,SUM(R.IMPORTE)
                 FROM SEGUROS_PEPITO_SEG B
                     ,RECIBOS_PRIMAS R
                WHERE R.NUMERO_POLIZA = B.NUMERO_POLIZA
                  AND R.ESTADO = 'C'
                  AND R.FECHA_ESTADO <= :WK-FECHA-CIERRE
                  AND R.PERIODO >= SUBSTR(CHAR(B.FECHA_INICIO), 1, 7)
                  AND R.PERIODO <
                      SUBSTR(CHAR(B.FECHA_VENCIMIENTO), 1, 7)
                  AND B.FECHA_INICIO <= :WK-FECHA-CIERRE
                  AND B.FECHA_VENCIMIENTO > :WK-FECHA-CIERRE
                GROUP BY B.NUMERO_POLIZA
                        ,B.TIPO
                        ,B.FECHA_INICIO
                        ,B.FECHA_VENCIMIENTO
                ORDER BY 2, 1
           END-EXEC.
      *
      *--------CURSOR DE PPNC DEL CIERRE ANTERIOR POR TIPO-------------*
      *
           EXEC SQL
               DECLARE CUR-ANTERIOR CURSOR FOR
               SELECT TIPO
                     ,COUNT(*)
                     ,SUM(IMPORTE_PPNC)
                 FROM PROVISION_PRIMAS
                WHERE FECHA_CIERRE = :WK-FECHA-ANTERIOR
                GROUP BY TIPO
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
                      TOTALES-PPNC
                      DCLPROVISION-PRIMAS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-NUM-COMMIT-E = 0 OR WK-NUM-COMMIT-E = SPACES
              MOVE 100                   TO WK-NUM-COMMIT-E
              DISPLAY 'PPNCMES: INTERVALO DE COMMIT POR DEFECTO: 100'
           ELSE
              DISPLAY 'PPNCMES: INTERVALO DE COMMIT: ' WK-NUM-COMMIT-E
           END-IF
      *
           PERFORM 1100-FECHA-CIERRE
              THRU 1100-FECHA-CIERRE-EXIT
      *
           DISPLAY 'PPNCMES: FECHA DE CIERRE  : ' WK-FECHA-CIERRE
           DISPLAY 'PPNCMES: CIERRE ANTERIOR  : ' WK-FECHA-ANTERIOR
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
           MOVE WK-FECHA-CIERRE          TO CIERRE-CAB
           MOVE WK-FECHA-ANTERIOR        TO ANTERIOR-CAB
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-CAB
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
      *    UN CIERRE REPROCESADO SUSTITUYE AL GRABADO
           MOVE WK-FECHA-CIERRE          TO PP-FECHA-CIERRE
      *
           EXEC SQL
               DELETE FROM PROVISION_PRIMAS
                WHERE FECHA_CIERRE = :PP-FECHA-CIERRE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SQLERRD (3)     TO CN-BORRADAS
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 1000-INICIO'
                    DISPLAY 'TABLA: PROVISION_PRIMAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               COMMIT
           END-EXEC
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
      *     1100-FECHA-CIERRE                                          *
      *     LA FECHA DE CIERRE DEBE SER EL ULTIMO DIA DE UN MES. SIN   *
      *     SYSIN SE TOMA EL CIERRE DEL MES ANTERIOR AL ACTUAL. EL     *
      *     CIERRE ANTERIOR ES EL ULTIMO DIA DEL MES PREVIO AL CIERRE. *
      ******************************************************************
       1100-FECHA-CIERRE.
      *
           IF WK-FECHA-CIERRE-E = SPACES OR LOW-VALUES
              MOVE WK-ANYO-HOY           TO WK-ANYO-CALC
              MOVE WK-MES-HOY            TO WK-MES-CALC
              PERFORM 1150-MES-ANTERIOR
                 THRU 1150-MES-ANTERIOR-EXIT
              MOVE '-'                   TO WK-FECHA-CIERRE (5:1)
                                            WK-FECHA-CIERRE (8:1)
              MOVE WK-ANYO-CALC          TO WK-ANYO-CIERRE
              MOVE WK-MES-CALC           TO WK-MES-CIERRE
              MOVE WK-DIA-CALC           TO WK-DIA-CIERRE
           ELSE
              MOVE WK-FECHA-CIERRE-E     TO WK-FECHA-CIERRE
           END-IF
      *
           INITIALIZE CPYFECHA
           MOVE 'V'                      TO OPCION-FEC
           MOVE WK-FECHA-CIERRE          TO FECHA-E-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    DISPLAY 'ERROR: FECHA DE CIERRE NO VALIDA: '
                            WK-FECHA-CIERRE
                    DISPLAY 'PARRAFO: 1100-FECHA-CIERRE'
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 1100-FECHA-CIERRE'
                    DISPLAY 'RUTINA: RUTFECHA'
                    DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-ANYO-CIERRE           TO WK-ANYO-CALC
           MOVE WK-MES-CIERRE            TO WK-MES-CALC
           PERFORM 1160-ULTIMO-DIA-MES
              THRU 1160-ULTIMO-DIA-MES-EXIT
      *
           IF WK-DIA-CIERRE NOT = WK-DIA-CALC
              DISPLAY 'ERROR: LA FECHA DE CIERRE NO ES FIN DE MES: '
                      WK-FECHA-CIERRE
              DISPLAY 'PARRAFO: 1100-FECHA-CIERRE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1150-MES-ANTERIOR
              THRU 1150-MES-ANTERIOR-EXIT
           MOVE '-'                      TO WK-FECHA-ANTERIOR (5:1)
                                            WK-FECHA-ANTERIOR (8:1)
           MOVE WK-ANYO-CALC             TO WK-ANYO-ANTERIOR
           MOVE WK-MES-CALC              TO WK-MES-ANTERIOR
           MOVE WK-DIA-CALC              TO WK-DIA-ANTERIOR
      *
           .
       1100-FECHA-CIERRE-EXIT.
           EXIT.
      ******************************************************************
      *     1150-MES-ANTERIOR                                          *
      *     RETROCEDE UN MES WK-ANYO-CALC/WK-MES-CALC Y DEJA EN        *
      *     WK-DIA-CALC SU ULTIMO DIA.                                 *
      ******************************************************************
       1150-MES-ANTERIOR.
      *
           IF WK-MES-CALC = 1
              MOVE 12                    TO WK-MES-CALC
              SUBTRACT CT-1            FROM WK-ANYO-CALC
           ELSE
              SUBTRACT CT-1            FROM WK-MES-CALC
           END-IF
      *
           PERFORM 1160-ULTIMO-DIA-MES
              THRU 1160-ULTIMO-DIA-MES-EXIT
      *
           .
       1150-MES-ANTERIOR-EXIT.
           EXIT.
      ******************************************************************
      *     1160-ULTIMO-DIA-MES                                        *
      *     ULTIMO DIA DEL MES WK-MES-CALC DE WK-ANYO-CALC, CON        *
      *     FEBRERO DE 29 DIAS EN LOS ANYOS BISIESTOS.                 *
      ******************************************************************
       1160-ULTIMO-DIA-MES.
      *
           MOVE DIAS-MES-TB (WK-MES-CALC) TO WK-DIA-CALC
      *
           IF WK-MES-CALC = 2
              DIVIDE WK-ANYO-CALC BY 4   GIVING WK-COCIENTE
                                      REMAINDER WK-RESTO-4
              DIVIDE WK-ANYO-CALC BY 100 GIVING WK-COCIENTE
                                      REMAINDER WK-RESTO-100
              DIVIDE WK-ANYO-CALC BY 400 GIVING WK-COCIENTE
                                      REMAINDER WK-RESTO-400
              IF (WK-RESTO-4 = 0 AND WK-RESTO-100 NOT = 0)
                 OR WK-RESTO-400 = 0
                 MOVE 29                 TO WK-DIA-CALC
              END-IF
           END-IF
      *
           .
       1160-ULTIMO-DIA-MES-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     PPNC DE LA POLIZA EN CURSO = PRIMA COBRADA DEL PERIODO     *
      *     POR DIAS QUE FALTAN HASTA EL VENCIMIENTO ENTRE DIAS DEL    *
      *     PERIODO.                                                   *
      ******************************************************************
       2000-PROCESO.
      *
           IF WK-DIAS-PERIODO <= 0
              ADD CT-1                   TO CN-SIN-DIAS
              DISPLAY 'PPNCMES: POLIZA SIN DIAS DE PERIODO: '
                      WK-POLIZA
              MOVE 0                     TO WK-PPNC
           ELSE
              COMPUTE WK-PPNC ROUNDED = WK-PRIMA * WK-DIAS-PENDIENTES
                                      / WK-DIAS-PERIODO
           END-IF
      *
           PERFORM 2100-GRABAR-PPNC
              THRU 2100-GRABAR-PPNC-EXIT
      *
           PERFORM 2200-ACUMULAR-TIPO
              THRU 2200-ACUMULAR-TIPO-EXIT
      *
           ADD CT-1                      TO POLIZAS-TB (IND-TIPO)
           ADD WK-PRIMA                  TO PRIMA-TB (IND-TIPO)
           ADD WK-PPNC                   TO PPNC-TB (IND-TIPO)
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-GRABAR-PPNC                                           *
      ******************************************************************
       2100-GRABAR-PPNC.
      *
           MOVE WK-FECHA-CIERRE          TO PP-FECHA-CIERRE
           MOVE WK-POLIZA                TO PP-NUMERO-POLIZA
           MOVE WK-TIPO-POLIZA           TO PP-TIPO
           MOVE WK-PRIMA                 TO PP-PRIMA-COBRADA
           MOVE WK-DIAS-PERIODO          TO PP-DIAS-PERIODO
           MOVE WK-DIAS-PENDIENTES       TO PP-DIAS-PENDIENTES
           MOVE WK-PPNC                  TO PP-IMPORTE-PPNC
      *
           EXEC SQL
               INSERT INTO PROVISION_PRIMAS
                      (FECHA_CIERRE
                      ,NUMERO_POLIZA
                      ,TIPO
                      ,PRIMA_COBRADA
                      ,DIAS_PERIODO
                      ,DIAS_PENDIENTES
                      ,IMPORTE_PPNC)
               VALUES (:PP-FECHA-CIERRE
                      ,:PP-NUMERO-POLIZA
                      ,:PP-TIPO
                      ,:PP-PRIMA-COBRADA
                      ,:PP-DIAS-PERIODO
                      ,:PP-DIAS-PENDIENTES
                      ,:PP-IMPORTE-PPNC)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-GRABAR-PPNC'
              DISPLAY 'TABLA: PROVISION_PRIMAS'
              DISPLAY 'POLIZA: ' WK-POLIZA
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
           ADD CT-1                      TO CN-GRABADAS
      *
           ADD CT-1                      TO WK-CONT-COMMIT
           IF WK-CONT-COMMIT >= WK-NUM-COMMIT-E
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE 0                     TO WK-CONT-COMMIT
           END-IF
      *
           .
       2100-GRABAR-PPNC-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ACUMULAR-TIPO                                         *
      *     POSICION DEL TIPO EN LA TABLA; UN TIPO NUEVO SE ANYADE.    *
      ******************************************************************
       2200-ACUMULAR-TIPO.
      *
           MOVE 0                        TO IND-TIPO
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-TIPOS-TB
                OR IND-TIPO > 0
              IF CLAVE-TIPO-TB (IND-BUSCA) = WK-TIPO-POLIZA
                 MOVE IND-BUSCA          TO IND-TIPO
              END-IF
           END-PERFORM
      *
           IF IND-TIPO = 0
              IF CN-TIPOS-TB >= CT-MAX-TIPOS
                 DISPLAY 'ERROR: TABLA DE TIPOS LLENA'
                 DISPLAY 'PARRAFO: 2200-ACUMULAR-TIPO'
                 DISPLAY 'TIPO: ' WK-TIPO-POLIZA
      *
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
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
           .
       2200-ACUMULAR-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CIERRE-ANTERIOR                                       *
      *     PPNC GRABADA DEL CIERRE ANTERIOR POR TIPO. UN TIPO QUE YA  *
      *     NO TIENE PPNC SE ANYADE PARA MOSTRAR SU LIBERACION.        *
      ******************************************************************
       2500-CIERRE-ANTERIOR.
      *
           EXEC SQL
               OPEN CUR-ANTERIOR
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ANTERIOR'
              DISPLAY 'PARRAFO: 2500-CIERRE-ANTERIOR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2510-LEER-ANTERIOR
              THRU 2510-LEER-ANTERIOR-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-ANTERIOR
           END-EXEC
      *
           .
       2500-CIERRE-ANTERIOR-EXIT.
           EXIT.
      ******************************************************************
      *     2510-LEER-ANTERIOR                                         *
      ******************************************************************
       2510-LEER-ANTERIOR.
      *
           EXEC SQL
               FETCH CUR-ANTERIOR
                INTO :WK-TIPO-POLIZA
                    ,:WK-NUM-ANTERIOR
                    ,:WK-PPNC-ANTERIOR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2200-ACUMULAR-TIPO
                       THRU 2200-ACUMULAR-TIPO-EXIT
                    MOVE WK-NUM-ANTERIOR TO POLIZAS-ANT-TB (IND-TIPO)
                    MOVE WK-PPNC-ANTERIOR
                                         TO PPNC-ANT-TB (IND-TIPO)
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ANTERIOR'
                    DISPLAY 'PARRAFO: 2510-LEER-ANTERIOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2510-LEER-ANTERIOR-EXIT.
           EXIT.
      ******************************************************************
      *     2600-INFORME-TIPOS                                         *
      ******************************************************************
       2600-INFORME-TIPOS.
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-TITULOS
      *
           PERFORM 2610-LINEA-TIPO
              THRU 2610-LINEA-TIPO-EXIT
           VARYING IND-TIPO FROM 1 BY 1
             UNTIL IND-TIPO > CN-TIPOS-TB
      *
           MOVE 'TOTAL'                  TO TIPO-DET
           MOVE POLIZAS-TOT              TO POLIZAS-DET
           MOVE PRIMA-TOT                TO PRIMA-DET
           MOVE PPNC-TOT                 TO PPNC-DET
           MOVE POLIZAS-ANT-TOT          TO POLIZAS-ANT-DET
           MOVE PPNC-ANT-TOT             TO PPNC-ANT-DET
           COMPUTE WK-VARIACION = PPNC-TOT - PPNC-ANT-TOT
           MOVE WK-VARIACION             TO VARIACION-DET
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF POLIZAS-ANT-TOT = 0
              MOVE WK-FECHA-ANTERIOR     TO ANTERIOR-SIN
              WRITE REG-FINFORME FROM LINEA-SIN-ANTERIOR
           END-IF
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2600-INFORME-TIPOS'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2600-INFORME-TIPOS-EXIT.
           EXIT.
      ******************************************************************
      *     2610-LINEA-TIPO                                            *
      ******************************************************************
       2610-LINEA-TIPO.
      *
           MOVE CLAVE-TIPO-TB (IND-TIPO) TO TIPO-DET
           MOVE POLIZAS-TB (IND-TIPO)    TO POLIZAS-DET
           MOVE PRIMA-TB (IND-TIPO)      TO PRIMA-DET
           MOVE PPNC-TB (IND-TIPO)       TO PPNC-DET
           MOVE POLIZAS-ANT-TB (IND-TIPO) TO POLIZAS-ANT-DET
           MOVE PPNC-ANT-TB (IND-TIPO)   TO PPNC-ANT-DET
           COMPUTE WK-VARIACION = PPNC-TB (IND-TIPO)
                                - PPNC-ANT-TB (IND-TIPO)
           MOVE WK-VARIACION             TO VARIACION-DET
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2610-LINEA-TIPO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD POLIZAS-TB (IND-TIPO)     TO POLIZAS-TOT
           ADD POLIZAS-ANT-TB (IND-TIPO) TO POLIZAS-ANT-TOT
           ADD PRIMA-TB (IND-TIPO)       TO PRIMA-TOT
           ADD PPNC-TB (IND-TIPO)        TO PPNC-TOT
           ADD PPNC-ANT-TB (IND-TIPO)    TO PPNC-ANT-TOT
      *
           .
       2610-LINEA-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF SI-FIN-CURSOR AND RETURN-CODE = 0
              EXEC SQL
                  CLOSE CUR-POLIZAS
              END-EXEC
      *
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              PERFORM 2500-CIERRE-ANTERIOR
                 THRU 2500-CIERRE-ANTERIOR-EXIT
      *
              PERFORM 2600-INFORME-TIPOS
                 THRU 2600-INFORME-TIPOS-EXIT
           END-IF
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   P P N C M E S      **'
           DISPLAY '***********************************'
           DISPLAY '*BORRADAS DEL CIERRE: ' CN-BORRADAS '      *'
           DISPLAY '*POLIZAS TRATADAS   : ' CN-POLIZAS '      *'
           DISPLAY '*POLIZAS GRABADAS   : ' CN-GRABADAS '      *'
           DISPLAY '*SIN DIAS DE PERIODO: ' CN-SIN-DIAS '      *'
           DISPLAY '*PPNC DEL CIERRE    : ' PPNC-TOT
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
                    ,:WK-DIAS-PERIODO
                    ,:WK-DIAS-PENDIENTES
                    ,:WK-PRIMA
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
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
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
