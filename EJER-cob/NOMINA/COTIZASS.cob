      ******************************************************************
      ** C O T I Z A S S.- LIQUIDACION MENSUAL DE COTIZACIONES A LA  **
      **                   SEGURIDAD SOCIAL. PARA EL PERIODO         **
      **                   (AAAA-MM) Y EL CODIGO DE CUENTA DE        **
      **                   COTIZACION DE LA EMPRESA DADOS POR SYSIN  **
      **                   LEE NOMINAS_HISTORICO Y CALCULA LA BASE   **
      **                   DE CADA EMPLEADO (BASE_SS QUE GRABAN      **
      **                   NOMINA Y FINIQUIT, SIN LO EXENTO) DENTRO  **
      **                   DE LOS TOPES DE                           **
      **                   BASES_COTIZACION, CON LOS DIAS DE BAJA    **
      **                   POR ENFERMEDAD DE AUSENCIAS COTIZANDO     **
      **                   SOBRE LA BASE DEL MES ANTERIOR. APLICA    **
      **                   LOS TIPOS DE EMPRESA Y TRABAJADOR DE CADA **
      **                   CONTINGENCIA (TIPOS_COTIZACION) Y GRABA   **
      **                   EL FICHERO DE LIQUIDACION (CABECERA,      **
      **                   TRABAJADORES, TOTALES POR CONTINGENCIA Y  **
      **                   TOTAL). CUADRA LA CUOTA DEL TRABAJADOR    **
      **                   CONTRA LA SEGURIDAD SOCIAL QUE DESCONTO   **
      **                   NOMINA Y LISTA LAS DIFERENCIAS.           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   COTIZASS.
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
           SELECT FLIQUIDA ASSIGN TO FLIQUIDA
           FILE STATUS FS-FLIQUIDA.
      *
           SELECT FCUADRE  ASSIGN TO FCUADRE
           FILE STATUS FS-FCUADRE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FLIQUIDA
           RECORDING MODE IS F.
       01  REG-FLIQUIDA               PIC X(0100).
      *    LIQUIDACION MENSUAL DE COTIZACIONES
      *
       FD FCUADRE
           RECORDING MODE IS F.
       01  REG-FCUADRE                PIC X(0100).
      *    CUADRE DE LA CUOTA DEL TRABAJADOR CONTRA NOMINA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FLIQUIDA            PIC X(02).
           05  FS-FCUADRE             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-TIPOS           PIC 9(02) VALUE 10.
           05  CT-TOLERANCIA          PIC S9(01)V9(02) VALUE 0,01.
      *
       01  CN-CONTADORES.
           05  CN-EMPLEADOS           PIC 9(05).
           05  CN-TOPE-MINIMO         PIC 9(05).
           05  CN-TOPE-MAXIMO         PIC 9(05).
           05  CN-CON-BAJA            PIC 9(05).
           05  CN-DESCUADRES          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-PERIODO-E           PIC X(07).
           05  WK-CCC-E               PIC X(11).
           05  WK-EJERCICIO           PIC X(04).
           05  WK-PERIODO-ANT         PIC X(07).
           05  WK-PRI-MES             PIC X(10).
           05  WK-ULT-MES             PIC X(10).
           05  WK-DIAS-MES            PIC S9(04) COMP.
           05  WK-DIAS-NR             PIC S9(04) COMP.
           05  WK-DIAS-EN             PIC S9(04) COMP.
           05  WK-DIAS-ALTA           PIC S9(04) COMP.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-APELLIDO            PIC X(30).
           05  WK-BASE-ANT            PIC S9(07)V9(03) COMP-3.
           05  WK-BASE                PIC S9(07)V9(02) COMP-3.
           05  WK-BASE-MINIMA         PIC S9(07)V9(02) COMP-3.
           05  WK-BASE-MAXIMA         PIC S9(07)V9(02) COMP-3.
           05  WK-CUOTA-EMP           PIC S9(07)V9(02) COMP-3.
           05  WK-CUOTA-TRAB          PIC S9(07)V9(02) COMP-3.
           05  WK-CUOTA-EMP-EMPL      PIC S9(07)V9(02) COMP-3.
           05  WK-CUOTA-TRAB-EMPL     PIC S9(07)V9(02) COMP-3.
           05  WK-DIFERENCIA          PIC S9(07)V9(03) COMP-3.
      *
      * TIPOS DE COTIZACION DEL EJERCICIO CON LAS CUOTAS ACUMULADAS
       01  WK-TABLA-TIPOS.
           05  WK-NUM-TIPOS           PIC S9(04) COMP.
           05  WK-TIPO                OCCURS 10 TIMES.
               10  WK-CONTINGENCIA    PIC X(02).
               10  WK-PCT-EMPRESA     PIC S9(03)V9(02) COMP-3.
               10  WK-PCT-TRABAJADOR  PIC S9(03)V9(02) COMP-3.
               10  WK-CUOTA-EMP-TIP   PIC S9(09)V9(02) COMP-3.
               10  WK-CUOTA-TRAB-TIP  PIC S9(09)V9(02) COMP-3.
      *
       01  WK-ACUM-TOTAL.
           05  WK-BASE-TOTAL          PIC S9(09)V9(02) COMP-3.
           05  WK-CUOTA-EMP-TOTAL     PIC S9(09)V9(02) COMP-3.
           05  WK-CUOTA-TRAB-TOTAL    PIC S9(09)V9(02) COMP-3.
           05  WK-DEDUCIDO-TOTAL      PIC S9(09)V9(03) COMP-3.
      *
      * REGISTROS DEL FICHERO DE LIQUIDACION: '10' CABECERA, '20'
      * TRABAJADOR, '30' TOTAL POR CONTINGENCIA, '90' TOTAL EMPRESA
       01  REG-CABECERA-LIQ.
           05  TIPO-REG-CLQ           PIC X(02) VALUE '10'.
           05  CCC-CLQ                PIC X(11).
           05  PERIODO-CLQ.
               10  ANYO-CLQ           PIC X(04).
               10  MES-CLQ            PIC X(02).
           05  FILLER                 PIC X(81) VALUE SPACES.
      *
       01  REG-TRABAJADOR-LIQ.
           05  TIPO-REG-TLQ           PIC X(02) VALUE '20'.
           05  CCC-TLQ                PIC X(11).
           05  MATRICULA-TLQ          PIC X(04).
           05  DIAS-ALTA-TLQ          PIC 9(02).
           05  DIAS-BAJA-TLQ          PIC 9(02).
           05  BASE-TLQ               PIC 9(07)V9(02).
           05  CUOTA-TRAB-TLQ         PIC 9(07)V9(02).
           05  CUOTA-EMP-TLQ          PIC 9(07)V9(02).
           05  FILLER                 PIC X(52) VALUE SPACES.
      *
       01  REG-CONTINGENCIA-LIQ.
           05  TIPO-REG-KLQ           PIC X(02) VALUE '30'.
           05  CCC-KLQ                PIC X(11).
           05  CONTINGENCIA-KLQ       PIC X(02).
           05  PCT-EMPRESA-KLQ        PIC 9(03)V9(02).
           05  PCT-TRABAJADOR-KLQ     PIC 9(03)V9(02).
           05  BASE-KLQ               PIC 9(09)V9(02).
           05  CUOTA-EMP-KLQ          PIC 9(09)V9(02).
           05  CUOTA-TRAB-KLQ         PIC 9(09)V9(02).
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  REG-TOTAL-LIQ.
           05  TIPO-REG-XLQ           PIC X(02) VALUE '90'.
           05  CCC-XLQ                PIC X(11).
           05  TRABAJADORES-XLQ       PIC 9(05).
           05  BASE-XLQ               PIC 9(09)V9(02).
           05  CUOTA-EMP-XLQ          PIC 9(09)V9(02).
           05  CUOTA-TRAB-XLQ         PIC 9(09)V9(02).
           05  LIQUIDO-XLQ            PIC 9(09)V9(02).
           05  FILLER                 PIC X(38) VALUE SPACES.
      *
       01  LINEA-CABECERA-CUA.
           05  FILLER                 PIC X(36) VALUE
               'MATR  APELLIDO'.
           05  FILLER                 PIC X(13) VALUE '     NOMINA'.
           05  FILLER                 PIC X(13) VALUE '   CALCULADA'.
           05  FILLER                 PIC X(13) VALUE '   DIFERENCIA'.
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  LINEA-CUADRE.
           05  MATRICULA-CUA          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APELLIDO-CUA           PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DEDUCIDO-CUA           PIC -ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CALCULADO-CUA          PIC -ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIFERENCIA-CUA         PIC -ZZZ.ZZ9,99.
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  LINEA-TOTAL-CUA.
           05  FILLER                 PIC X(36) VALUE
               'TOTALES EMPRESA'.
           05  DEDUCIDO-TCU           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CALCULADO-TCU          PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIFERENCIA-TCU         PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(17) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-TIPOS           PIC X(01).
               88  SI-FIN-TIPOS                 VALUE 'S'.
               88  NO-FIN-TIPOS                 VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN NOMINAS_HISTORICO---*
      *
           EXEC SQL
               INCLUDE TBNOMHIS
           END-EXEC.
      *
      *--------DCLGEN BASES_COTIZACION----*
      *
           EXEC SQL
               INCLUDE TBBASCOT
           END-EXEC.
      *
      *--------DCLGEN TIPOS_COTIZACION----*
      *
           EXEC SQL
               INCLUDE TBTIPCOT
           END-EXEC.
      *
      *--------CURSOR DE TIPOS DE COTIZACION DEL EJERCICIO------------*
      *
           EXEC SQL
               DECLARE CUR-TIPOS CURSOR FOR
               SELECT CONTINGENCIA
                     ,PCT_EMPRESA
                     ,PCT_TRABAJADOR
                 FROM TIPOS_COTIZACION
                WHERE EJERCICIO = :WK-EJERCICIO
                ORDER BY CONTINGENCIA
           END-EXEC.
      *
      *--------CURSOR DE NOMINAS DEL PERIODO CON LA BASE DEL MES------*
      *--------ANTERIOR (BASE DE LOS DIAS DE BAJA POR ENFERMEDAD)-----*
      *
           EXEC SQL
               DECLARE CUR-NOMINAS CURSOR FOR
               SELECT H.MATRICULA
                     ,COALESCE(E.APELLIDO, ' ')
                     ,H.BASE_SS
                     ,H.SEGURIDAD_SOCIAL
                     ,COALESCE(A.BASE_SS, H.BASE_SS)
                 FROM NOMINAS_HISTORICO H
                 LEFT OUTER JOIN EMPLEADOS E
                   ON E.MATRICULA = H.MATRICULA
                 LEFT OUTER JOIN NOMINAS_HISTORICO A
                   ON A.MATRICULA = H.MATRICULA
                  AND A.PERIODO = :WK-PERIODO-ANT
                WHERE H.PERIODO = :WK-PERIODO-E
                ORDER BY H.MATRICULA
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
           PERFORM 2800-TOTALES
              THRU 2800-TOTALES-EXIT
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
                      WK-TABLA-TIPOS
                      WK-ACUM-TOTAL
      *
           SET NO-FIN-CURSOR          TO TRUE
           SET NO-FIN-TIPOS           TO TRUE
      *
      * PERIODO (AAAA-MM) Y CODIGO DE CUENTA DE COTIZACION
           ACCEPT WK-PERIODO-E      FROM SYSIN
           ACCEPT WK-CCC-E          FROM SYSIN
      *
           IF WK-PERIODO-E = SPACES OR LOW-VALUES
              OR WK-CCC-E = SPACES OR LOW-VALUES
              DISPLAY 'COTIZASS: PERIODO Y CCC OBLIGATORIOS POR SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE WK-PERIODO-E (1:4)    TO WK-EJERCICIO
      *
           PERFORM 1100-RESOLVER-MES
              THRU 1100-RESOLVER-MES-EXIT
      *
           DISPLAY 'COTIZASS: PERIODO ' WK-PERIODO-E
                   ' CCC ' WK-CCC-E
      *
           OPEN OUTPUT FLIQUIDA
           OPEN OUTPUT FCUADRE
      *
           IF FS-FLIQUIDA NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FLIQUIDA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FLIQUIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FCUADRE NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCUADRE'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCUADRE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1200-CARGAR-TOPES
              THRU 1200-CARGAR-TOPES-EXIT
      *
           PERFORM 1300-CARGAR-TIPOS
              THRU 1300-CARGAR-TIPOS-EXIT
      *
           MOVE WK-CCC-E              TO CCC-CLQ
                                         CCC-TLQ
                                         CCC-KLQ
                                         CCC-XLQ
           MOVE WK-PERIODO-E (1:4)    TO ANYO-CLQ
           MOVE WK-PERIODO-E (6:2)    TO MES-CLQ
      *
           WRITE REG-FLIQUIDA       FROM REG-CABECERA-LIQ
      *
           IF FS-FLIQUIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLIQUIDA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FLIQUIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FCUADRE        FROM LINEA-CABECERA-CUA
      *
           IF FS-FCUADRE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRE'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCUADRE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-NOMINAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-NOMINAS'
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
      *     1100-RESOLVER-MES                                          *
      *     LIMITES Y DIAS DEL MES Y PERIODO ANTERIOR                  *
      ******************************************************************
       1100-RESOLVER-MES.
      *
           MOVE SPACES                TO WK-PRI-MES
           STRING WK-PERIODO-E DELIMITED BY SPACE
                  '-01' DELIMITED BY SIZE
                  INTO WK-PRI-MES
           END-STRING
      *
           EXEC SQL
               SELECT CHAR(LAST_DAY(DATE(:WK-PRI-MES)), ISO)
                     ,DAY(LAST_DAY(DATE(:WK-PRI-MES)))
                     ,SUBSTR(CHAR(DATE(:WK-PRI-MES) - 1 MONTH, ISO),
                             1, 7)
                 INTO :WK-ULT-MES
                     ,:WK-DIAS-MES
                     ,:WK-PERIODO-ANT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'COTIZASS: PERIODO NO VALIDO ' WK-PERIODO-E
              DISPLAY 'PARRAFO: 1100-RESOLVER-MES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1100-RESOLVER-MES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1200-CARGAR-TOPES                                          *
      ******************************************************************
       1200-CARGAR-TOPES.
      *
           MOVE WK-EJERCICIO          TO BC-EJERCICIO
      *
           EXEC SQL
               SELECT BASE_MINIMA
                     ,BASE_MAXIMA
                 INTO :BC-BASE-MINIMA
                     ,:BC-BASE-MAXIMA
                 FROM BASES_COTIZACION
                WHERE EJERCICIO = :BC-EJERCICIO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   DISPLAY 'COTIZASS: SIN TOPES DE COTIZACION PARA '
                           WK-EJERCICIO
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER BASES_COTIZACION'
                   DISPLAY 'PARRAFO: 1200-CARGAR-TOPES'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1200-CARGAR-TOPES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1300-CARGAR-TIPOS                                          *
      ******************************************************************
       1300-CARGAR-TIPOS.
      *
           EXEC SQL
               OPEN CUR-TIPOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-TIPOS'
              DISPLAY 'PARRAFO: 1300-CARGAR-TIPOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1310-LEER-TIPO
              THRU 1310-LEER-TIPO-EXIT
             UNTIL SI-FIN-TIPOS
      *
           EXEC SQL
               CLOSE CUR-TIPOS
           END-EXEC
      *
           IF WK-NUM-TIPOS = ZEROS
              DISPLAY 'COTIZASS: SIN TIPOS DE COTIZACION PARA '
                      WK-EJERCICIO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1300-CARGAR-TIPOS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1310-LEER-TIPO                                             *
      ******************************************************************
       1310-LEER-TIPO.
      *
           EXEC SQL
               FETCH CUR-TIPOS
                INTO :TC-CONTINGENCIA
                    ,:TC-PCT-EMPRESA
                    ,:TC-PCT-TRABAJADOR
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   IF WK-NUM-TIPOS = CT-MAX-TIPOS
                      DISPLAY 'COTIZASS: TABLA DE TIPOS LLENA'
      *
                      MOVE 8          TO RETURN-CODE
                      PERFORM 3000-FIN
                         THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1              TO WK-NUM-TIPOS
                   MOVE TC-CONTINGENCIA
                     TO WK-CONTINGENCIA (WK-NUM-TIPOS)
                   MOVE TC-PCT-EMPRESA
                     TO WK-PCT-EMPRESA (WK-NUM-TIPOS)
                   MOVE TC-PCT-TRABAJADOR
                     TO WK-PCT-TRABAJADOR (WK-NUM-TIPOS)
              WHEN 100
                   SET SI-FIN-TIPOS   TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-TIPOS'
                   DISPLAY 'PARRAFO: 1310-LEER-TIPO'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1310-LEER-TIPO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-CALCULAR-BASE
              THRU 2100-CALCULAR-BASE-EXIT
      *
           MOVE ZEROS                 TO WK-CUOTA-EMP-EMPL
                                         WK-CUOTA-TRAB-EMPL
      *
           PERFORM 2200-APLICAR-TIPO
              THRU 2200-APLICAR-TIPO-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-TIPOS
      *
           PERFORM 2300-ESCRIBIR-TRABAJADOR
              THRU 2300-ESCRIBIR-TRABAJADOR-EXIT
      *
           PERFORM 2400-CUADRAR-NOMINA
              THRU 2400-CUADRAR-NOMINA-EXIT
      *
           ADD CT-1                   TO CN-EMPLEADOS
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-CALCULAR-BASE                                         *
      *     LOS DIAS DE AUSENCIA NO RETRIBUIDA ('NR') NO COTIZAN Y YA  *
      *     VIENEN DESCONTADOS DE BASE_SS. LOS DIAS DE BAJA POR        *
      *     ENFERMEDAD ('EN') COTIZAN SOBRE LA BASE DEL MES ANTERIOR   *
      *     A PRORRATA. LOS TOPES SE PRORRATEAN POR LOS DIAS DE ALTA.  *
      ******************************************************************
       2100-CALCULAR-BASE.
      *
           MOVE 0                     TO WK-DIAS-NR
                                         WK-DIAS-EN
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TIPO_AUSENCIA = 'NR'
                      THEN DAYS(CASE WHEN FECHA_FIN
                                     < DATE(:WK-ULT-MES)
                                     THEN FECHA_FIN
                                     ELSE DATE(:WK-ULT-MES) END)
                         - DAYS(CASE WHEN FECHA_INICIO
                                     > DATE(:WK-PRI-MES)
                                     THEN FECHA_INICIO
                                     ELSE DATE(:WK-PRI-MES) END)
                         + 1
                      ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_AUSENCIA = 'EN'
                      THEN DAYS(CASE WHEN FECHA_FIN
                                     < DATE(:WK-ULT-MES)
                                     THEN FECHA_FIN
                                     ELSE DATE(:WK-ULT-MES) END)
                         - DAYS(CASE WHEN FECHA_INICIO
                                     > DATE(:WK-PRI-MES)
                                     THEN FECHA_INICIO
                                     ELSE DATE(:WK-PRI-MES) END)
                         + 1
                      ELSE 0 END), 0)
                 INTO :WK-DIAS-NR
                     ,:WK-DIAS-EN
                 FROM AUSENCIAS
                WHERE MATRICULA = :NH-MATRICULA
                  AND TIPO_AUSENCIA IN ('NR', 'EN')
                  AND FECHA_INICIO <= :WK-ULT-MES
                  AND FECHA_FIN >= :WK-PRI-MES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER AUSENCIAS'
              DISPLAY 'PARRAFO: 2100-CALCULAR-BASE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-DIAS-NR > WK-DIAS-MES
              MOVE WK-DIAS-MES        TO WK-DIAS-NR
           END-IF
      *
           COMPUTE WK-DIAS-ALTA = WK-DIAS-MES - WK-DIAS-NR
      *
           IF WK-DIAS-EN > WK-DIAS-ALTA
              MOVE WK-DIAS-ALTA       TO WK-DIAS-EN
           END-IF
      *
           IF WK-DIAS-ALTA = ZEROS
              MOVE ZEROS              TO WK-BASE
              GO TO 2100-CALCULAR-BASE-EXIT
           END-IF
      *
           IF WK-DIAS-EN > ZEROS
              ADD CT-1                TO CN-CON-BAJA
           END-IF
      *
           COMPUTE WK-BASE ROUNDED =
                   NH-BASE-SS * (WK-DIAS-ALTA - WK-DIAS-EN)
                            / WK-DIAS-ALTA
                 + WK-BASE-ANT * WK-DIAS-EN / WK-DIAS-MES
      *
           COMPUTE WK-BASE-MINIMA ROUNDED =
                   BC-BASE-MINIMA * WK-DIAS-ALTA / WK-DIAS-MES
           COMPUTE WK-BASE-MAXIMA ROUNDED =
                   BC-BASE-MAXIMA * WK-DIAS-ALTA / WK-DIAS-MES
      *
           IF WK-BASE < WK-BASE-MINIMA
              MOVE WK-BASE-MINIMA     TO WK-BASE
              ADD CT-1                TO CN-TOPE-MINIMO
           END-IF
      *
           IF WK-BASE > WK-BASE-MAXIMA
              MOVE WK-BASE-MAXIMA     TO WK-BASE
              ADD CT-1                TO CN-TOPE-MAXIMO
           END-IF
      *
           .
       2100-CALCULAR-BASE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-APLICAR-TIPO                                          *
      ******************************************************************
       2200-APLICAR-TIPO.
      *
           COMPUTE WK-CUOTA-EMP ROUNDED =
                   WK-BASE * WK-PCT-EMPRESA (WK-IND) / 100
           COMPUTE WK-CUOTA-TRAB ROUNDED =
                   WK-BASE * WK-PCT-TRABAJADOR (WK-IND) / 100
      *
           ADD WK-CUOTA-EMP           TO WK-CUOTA-EMP-EMPL
                                         WK-CUOTA-EMP-TIP (WK-IND)
           ADD WK-CUOTA-TRAB          TO WK-CUOTA-TRAB-EMPL
                                         WK-CUOTA-TRAB-TIP (WK-IND)
      *
           .
       2200-APLICAR-TIPO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2300-ESCRIBIR-TRABAJADOR                                   *
      ******************************************************************
       2300-ESCRIBIR-TRABAJADOR.
      *
           MOVE NH-MATRICULA          TO MATRICULA-TLQ
           MOVE WK-DIAS-ALTA          TO DIAS-ALTA-TLQ
           MOVE WK-DIAS-EN            TO DIAS-BAJA-TLQ
           MOVE WK-BASE               TO BASE-TLQ
           MOVE WK-CUOTA-TRAB-EMPL    TO CUOTA-TRAB-TLQ
           MOVE WK-CUOTA-EMP-EMPL     TO CUOTA-EMP-TLQ
      *
           WRITE REG-FLIQUIDA       FROM REG-TRABAJADOR-LIQ
      *
           IF FS-FLIQUIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLIQUIDA'
              DISPLAY 'PARRAFO: 2300-ESCRIBIR-TRABAJADOR'
              DISPLAY 'FILE STATUS: ' FS-FLIQUIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD WK-BASE                TO WK-BASE-TOTAL
           ADD WK-CUOTA-EMP-EMPL      TO WK-CUOTA-EMP-TOTAL
           ADD WK-CUOTA-TRAB-EMPL     TO WK-CUOTA-TRAB-TOTAL
      *
           .
       2300-ESCRIBIR-TRABAJADOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-CUADRAR-NOMINA                                        *
      *     LA CUOTA DEL TRABAJADOR DEBE COINCIDIR CON LA SEGURIDAD    *
      *     SOCIAL QUE LE DESCONTO NOMINA; LAS DIFERENCIAS SE LISTAN   *
      ******************************************************************
       2400-CUADRAR-NOMINA.
      *
           ADD NH-SEGURIDAD-SOCIAL    TO WK-DEDUCIDO-TOTAL
      *
           COMPUTE WK-DIFERENCIA =
                   WK-CUOTA-TRAB-EMPL - NH-SEGURIDAD-SOCIAL
      *
           IF WK-DIFERENCIA NOT > CT-TOLERANCIA
              AND WK-DIFERENCIA NOT < 0 - CT-TOLERANCIA
              GO TO 2400-CUADRAR-NOMINA-EXIT
           END-IF
      *
           MOVE NH-MATRICULA          TO MATRICULA-CUA
           MOVE WK-APELLIDO           TO APELLIDO-CUA
           MOVE NH-SEGURIDAD-SOCIAL   TO DEDUCIDO-CUA
           MOVE WK-CUOTA-TRAB-EMPL    TO CALCULADO-CUA
           MOVE WK-DIFERENCIA         TO DIFERENCIA-CUA
      *
           WRITE REG-FCUADRE        FROM LINEA-CUADRE
      *
           IF FS-FCUADRE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRE'
              DISPLAY 'PARRAFO: 2400-CUADRAR-NOMINA'
              DISPLAY 'FILE STATUS: ' FS-FCUADRE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-DESCUADRES
      *
           .
       2400-CUADRAR-NOMINA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2800-TOTALES                                               *
      *     TOTALES POR CONTINGENCIA, TOTAL DE LA LIQUIDACION Y TOTAL  *
      *     DEL CUADRE CONTRA NOMINA                                   *
      ******************************************************************
       2800-TOTALES.
      *
           PERFORM 2810-TOTAL-CONTINGENCIA
              THRU 2810-TOTAL-CONTINGENCIA-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-TIPOS
      *
           MOVE CN-EMPLEADOS          TO TRABAJADORES-XLQ
           MOVE WK-BASE-TOTAL         TO BASE-XLQ
           MOVE WK-CUOTA-EMP-TOTAL    TO CUOTA-EMP-XLQ
           MOVE WK-CUOTA-TRAB-TOTAL   TO CUOTA-TRAB-XLQ
           COMPUTE LIQUIDO-XLQ = WK-CUOTA-EMP-TOTAL
                               + WK-CUOTA-TRAB-TOTAL
      *
           WRITE REG-FLIQUIDA       FROM REG-TOTAL-LIQ
      *
           IF FS-FLIQUIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLIQUIDA'
              DISPLAY 'PARRAFO: 2800-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FLIQUIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-DEDUCIDO-TOTAL     TO DEDUCIDO-TCU
           MOVE WK-CUOTA-TRAB-TOTAL   TO CALCULADO-TCU
           COMPUTE DIFERENCIA-TCU = WK-CUOTA-TRAB-TOTAL
                                  - WK-DEDUCIDO-TOTAL
      *
           WRITE REG-FCUADRE        FROM LINEA-TOTAL-CUA
      *
           IF FS-FCUADRE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADRE'
              DISPLAY 'PARRAFO: 2800-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FCUADRE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-TOTALES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2810-TOTAL-CONTINGENCIA                                    *
      ******************************************************************
       2810-TOTAL-CONTINGENCIA.
      *
           MOVE WK-CONTINGENCIA (WK-IND)
                                      TO CONTINGENCIA-KLQ
           MOVE WK-PCT-EMPRESA (WK-IND)
                                      TO PCT-EMPRESA-KLQ
           MOVE WK-PCT-TRABAJADOR (WK-IND)
                                      TO PCT-TRABAJADOR-KLQ
           MOVE WK-BASE-TOTAL         TO BASE-KLQ
           MOVE WK-CUOTA-EMP-TIP (WK-IND)
                                      TO CUOTA-EMP-KLQ
           MOVE WK-CUOTA-TRAB-TIP (WK-IND)
                                      TO CUOTA-TRAB-KLQ
      *
           WRITE REG-FLIQUIDA       FROM REG-CONTINGENCIA-LIQ
      *
           IF FS-FLIQUIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLIQUIDA'
              DISPLAY 'PARRAFO: 2810-TOTAL-CONTINGENCIA'
              DISPLAY 'FILE STATUS: ' FS-FLIQUIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2810-TOTAL-CONTINGENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      *     UN DESCUADRE CONTRA NOMINA NO INVALIDA LA LIQUIDACION PERO *
      *     SE AVISA CON RETORNO 4                                     *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-NOMINAS
           END-EXEC
      *
           CLOSE FLIQUIDA
                 FCUADRE
      *
           IF RETURN-CODE = 0 AND CN-DESCUADRES > 0
              MOVE 4                  TO RETURN-CODE
           END-IF
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   C O T I Z A S S        **'
           DISPLAY '***************************************'
           DISPLAY '*TRABAJADORES       : ' CN-EMPLEADOS '      *'
           DISPLAY '*EN BASE MINIMA     : ' CN-TOPE-MINIMO '      *'
           DISPLAY '*EN BASE MAXIMA     : ' CN-TOPE-MAXIMO '      *'
           DISPLAY '*CON BAJA MEDICA    : ' CN-CON-BAJA '      *'
           DISPLAY '*DESCUADRES NOMINA  : ' CN-DESCUADRES '      *'
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
               FETCH CUR-NOMINAS
                INTO :NH-MATRICULA
                    ,:WK-APELLIDO
                    ,:NH-BASE-SS
                    ,:NH-SEGURIDAD-SOCIAL
                    ,:WK-BASE-ANT
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-NOMINAS'
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
