      ******************************************************************
      ** K Y C R I E S G.-CALIFICACION DE RIESGO KYC Y REVISION       **
      **                  PERIODICA DE CLIENTES (MENSUAL).            **
      **                  1) APLICA EL FICHERO DE REVISIONES HECHAS   **
      **                     POR LAS OFICINAS (DNI + FECHA): PASA A   **
      **                     SER LA ULTIMA REVISION DEL CLIENTE.      **
      **                  2) CALIFICA A CADA TITULAR DE INTERVINIENTES**
      **                     CON CUENTAS NO CERRADAS. PUNTUA EL PEOR  **
      **                     PAIS DE RESIDENCIA (BANCO_PICHINCHA.PAIS **
      **                     CONTRA PAISES_RIESGO), EL EFECTIVO       **
      **                     EN VENTANILLA (TIPO 'C', ANOTADO POR     **
      **                     ALTAPEND) DE LOS ULTIMOS 90 DIAS,        **
      **                     CONVERTIDO A EUR, POR ENCIMA DEL UMBRAL, **
      **                     LAS CUENTAS EN DIVISA Y LOS PRODUCTOS DE **
      **                     RIESGO (EF Y VA DE APERTCTA). UN ACIERTO **
      **                     EN LISTA_VETADOS O UN CASO AML           **
      **                     CONFIRMADO LO DEJAN EN RIESGO ALTO SIN   **
      **                     MAS.                                     **
      **                     NIVEL Y PROXIMA REVISION (12, 36 O 60    **
      **                     MESES DESDE LA ULTIMA SEGUN EL NIVEL) SE **
      **                     GUARDAN EN KYC_CLIENTES.                 **
      **                  3) LISTA DE TRABAJO: CLIENTES CON REVISION  **
      **                     VENCIDA O QUE VENCE ESTE MES, Y LOS QUE  **
      **                     SUBEN DE NIVEL RESPECTO A LA EJECUCION   **
      **                     ANTERIOR.                                **
      **                  EL UMBRAL DE EFECTIVO LO DA RUTPARAM        **
      **                  (UMBRAL-EFEC); SYSIN LO ANULA.              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   KYCRIESG.
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
           SELECT FREVISIO ASSIGN TO FREVISIO
           FILE STATUS FS-FREVISIO.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FREVISIO
           RECORDING MODE IS F.
       01  REG-FREVISIO               PIC X(0017).
      *    REVISIONES KYC REALIZADAS: DNI + FECHA AAAAMMDD
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    LISTA DE TRABAJO DE REVISIONES KYC
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FREVISIO            PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-TIPO-EFECTIVO       PIC X(01) VALUE 'C'.
           05  CT-DIAS-EFECTIVO       PIC S9(04) COMP VALUE 90.
           05  CT-PUNTOS-PAIS-ALTO    PIC 9(03) VALUE 40.
           05  CT-PUNTOS-PAIS-MEDIO   PIC 9(03) VALUE 20.
           05  CT-PUNTOS-EFECTIVO     PIC 9(03) VALUE 30.
           05  CT-PUNTOS-DIVISA       PIC 9(03) VALUE 10.
           05  CT-CORTE-ALTO          PIC 9(03) VALUE 40.
           05  CT-CORTE-MEDIO         PIC 9(03) VALUE 20.
           05  CT-MESES-ALTO          PIC S9(04) COMP VALUE 12.
           05  CT-MESES-MEDIO         PIC S9(04) COMP VALUE 36.
           05  CT-MESES-BAJO          PIC S9(04) COMP VALUE 60.
           05  CT-NUM-PRODUCTOS       PIC 9(02) VALUE 2.
      *
      * PRODUCTOS DE CUENTA DE RIESGO Y SUS PUNTOS (CODIGOS DE
      * CT-TABLA-PRODUCTOS DE APERTCTA: EF ENTIDAD FINANCIERA, VA
      * CUENTA DE VALORES). LA DIVISA PUNTUA APARTE (CT-PUNTOS-DIVISA).
       01  CT-TABLA-PRODUCTOS.
           05  FILLER              PIC X(05) VALUE 'EF020'.
           05  FILLER              PIC X(05) VALUE 'VA015'.
       01  CT-TABLA-PRODUCTOS-R REDEFINES CT-TABLA-PRODUCTOS.
           05  PRODUCTOS-TB OCCURS 2.
               10  PRODUCTO-TB        PIC X(02).
               10  PUNTOS-TB          PIC 9(03).
      *
       01  CN-CONTADORES.
           05  CN-REVISIONES          PIC 9(07).
           05  CN-REV-SIN-KYC         PIC 9(07).
           05  CN-CUENTAS             PIC 9(07).
           05  CN-TITULARES           PIC 9(07).
           05  CN-NUEVOS              PIC 9(07).
           05  CN-ALTOS               PIC 9(07).
           05  CN-MEDIOS              PIC 9(07).
           05  CN-BAJOS               PIC 9(07).
           05  CN-SUBIDAS             PIC 9(07).
           05  CN-EN-LISTA            PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-UMBRAL-E            PIC 9(13).
           05  WK-HOY                 PIC X(10).
           05  WK-FIN-MES             PIC X(10).
           05  WK-DNI-ACTUAL          PIC X(09).
           05  WK-NOMBRE-ACTUAL       PIC X(40).
           05  WK-PRODUCTO            PIC X(02).
           05  WK-DIVISA              PIC X(03).
           05  WK-NIVEL-PAIS          PIC X(01).
           05  WK-PUNTOS-PAIS         PIC 9(03).
           05  WK-PUNTOS-PRODUCTO     PIC 9(03).
           05  WK-PUNTOS              PIC 9(03).
           05  WK-NUM-CASOS           PIC S9(09) COMP.
           05  WK-NUM-VETADOS         PIC S9(09) COMP.
           05  WK-EFECTIVO-CTA        PIC S9(15)V9(02) COMP-3.
           05  WK-EFECTIVO            PIC S9(15)V9(02) COMP-3.
           05  WK-MESES-REVISION      PIC S9(04) COMP.
           05  WK-FECHA-BASE          PIC X(10).
           05  WK-NIVEL-PREVIO        PIC X(01).
           05  WK-MOTIVOS.
               10  WK-MOTIVO-VETADO   PIC X(01).
               10  WK-MOTIVO-CASO     PIC X(01).
               10  WK-MOTIVO-PAIS     PIC X(01).
               10  WK-MOTIVO-EFECTIVO PIC X(01).
               10  WK-MOTIVO-DIVISA   PIC X(01).
               10  WK-MOTIVO-PRODUCTO PIC X(01).
      *
      * FECHA DE REVISION EN FORMATO DB2
           05  WK-FECHA-REV-ISO.
               10  WK-ANIO-REV        PIC 9(04).
               10  FILLER             PIC X(01) VALUE '-'.
               10  WK-MES-REV         PIC 9(02).
               10  FILLER             PIC X(01) VALUE '-'.
               10  WK-DIA-REV         PIC 9(02).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
      * REVISION LEIDA DEL FICHERO DE OFICINAS
       01  DATOS-REVISION.
           05  DNI-REV                PIC X(09).
           05  FECHA-REV.
               10  ANIO-REV           PIC 9(04).
               10  MES-REV            PIC 9(02).
               10  DIA-REV            PIC 9(02).
      *
       COPY CPYPARAM.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(40) VALUE
               'LISTA DE TRABAJO DE REVISIONES KYC AL '.
           05  FIN-MES-TIT            PIC X(10).
           05  FILLER                 PIC X(82) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(41) VALUE
               'DNI       TITULAR'.
           05  FILLER                 PIC X(39) VALUE
               'NIVEL PTS MOTIVO ULT.REVIS. PROX.REVIS.'.
           05  FILLER                 PIC X(52) VALUE
               'SITUACION       CAMBIO'.
      *
       01  LINEA-TRABAJO.
           05  DNI-TRA                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-TRA             PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NIVEL-ANT-TRA          PIC X(01).
           05  FILLER                 PIC X(01) VALUE '>'.
           05  NIVEL-TRA              PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  PUNTOS-TRA             PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVOS-TRA            PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ULTIMA-TRA             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PROXIMA-TRA            PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SITUACION-TRA          PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CAMBIO-TRA             PIC X(15).
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FREVISIO        PIC X(01).
               88  SI-FIN-FREVISIO              VALUE 'S'.
               88  NO-FIN-FREVISIO              VALUE 'N'.
           05  SW-FIN-TITULARES       PIC X(01).
               88  SI-FIN-TITULARES             VALUE 'S'.
               88  NO-FIN-TITULARES             VALUE 'N'.
           05  SW-CURSOR-ABIERTO      PIC X(01).
               88  SI-CURSOR-ABIERTO            VALUE 'S'.
               88  NO-CURSOR-ABIERTO            VALUE 'N'.
           05  SW-DIVISA              PIC X(01).
               88  SI-DIVISA                    VALUE 'S'.
               88  NO-DIVISA                    VALUE 'N'.
           05  SW-SUBIDA              PIC X(01).
               88  SI-SUBIDA                    VALUE 'S'.
               88  NO-SUBIDA                    VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CUENTAS-------------*
      *
           EXEC SQL
               INCLUDE TBCUENTA
           END-EXEC.
      *
      *--------DCLGEN INTERVINIENTES------*
      *
           EXEC SQL
               INCLUDE TBINTERV
           END-EXEC.
      *
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN CASOS_AML-----------*
      *
           EXEC SQL
               INCLUDE TBCASAML
           END-EXEC.
      *
      *--------DCLGEN LISTA_VETADOS-------*
      *
           EXEC SQL
               INCLUDE TBVETADO
           END-EXEC.
      *
      *--------DCLGEN PAISES_RIESGO-------*
      *
           EXEC SQL
               INCLUDE TBPAIRIE
           END-EXEC.
      *
      *--------DCLGEN KYC_CLIENTES--------*
      *
           EXEC SQL
               INCLUDE TBKYCCLI
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS NO CERRADAS DE CADA TITULAR, CON EL---*
      *--------NIVEL DE RIESGO DEL PAIS DE RESIDENCIA (BLANCO SI NO----*
      *--------CONSTA O NO ES DE RIESGO), AGRUPADAS POR DNI------------*
      *
           EXEC SQL
               DECLARE CUR-TITULARES CURSOR WITH HOLD FOR
               SELECT I.DNI_PERSONA
                     ,I.NOMBRE
                     ,C.BANCO
                     ,C.OFICINA
                     ,C.NUM_CUENTA
                     ,COALESCE(C.PRODUCTO, 'CC')
                     ,COALESCE(C.DIVISA, 'EUR')
                     ,COALESCE(P.NIVEL_RIESGO, ' ')
                 FROM INTERVINIENTES I
                 JOIN CUENTAS C
                   ON C.BANCO = I.BANCO
                  AND C.OFICINA = I.OFICINA
                  AND C.NUM_CUENTA = I.NUM_CUENTA
                 LEFT OUTER JOIN BANCO_PICHINCHA B
                   ON B.NUM_CUENTA = C.BANCO || C.OFICINA || C.DC
                                  || C.NUM_CUENTA
                 LEFT OUTER JOIN PAISES_RIESGO P
                   ON P.PAIS = B.PAIS
                WHERE I.ROL = 'T'
                  AND COALESCE(C.ESTADO_CUENTA, 'A') <> 'C'
                ORDER BY I.DNI_PERSONA, C.BANCO, C.OFICINA, C.NUM_CUENTA
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
           PERFORM 1500-APLICAR-REVISION
              THRU 1500-APLICAR-REVISION-EXIT
             UNTIL SI-FIN-FREVISIO
      *
           PERFORM 1800-ABRIR-TITULARES
              THRU 1800-ABRIR-TITULARES-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-TITULARES
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
                      DATOS-REVISION
                      DCLCUENTAS
                      DCLINTERVINIENTES
                      DCLKYC-CLIENTES
      *
           SET NO-FIN-FREVISIO           TO TRUE
           SET SI-FIN-TITULARES          TO TRUE
           SET NO-CURSOR-ABIERTO         TO TRUE
      *
           ACCEPT WK-UMBRAL-E FROM SYSIN
      *
      *    SYSIN SOLO ANULA: EL UMBRAL VIGENTE LO GOBIERNA LA TABLA DE
      *    PARAMETROS A TRAVES DE RUTPARAM
           INITIALIZE CPYPARAM
           MOVE 'KYCRIESG'               TO PROGRAMA-PAR
           MOVE 'UMBRAL-EFEC'            TO PARAMETRO-PAR
           MOVE WK-UMBRAL-E              TO VALOR-SYSIN-PAR
           MOVE 30000                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-UMBRAL-E
      *
           DISPLAY 'KYCRIESG: UMBRAL DE EFECTIVO: ' WK-UMBRAL-E
                   ' ORIGEN ' ORIGEN-PAR
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE)
                     ,CHAR(LAST_DAY(CURRENT DATE))
                 INTO :WK-HOY
                     ,:WK-FIN-MES
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'TABLA: SYSIBM.SYSDUMMY1'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           OPEN INPUT  FREVISIO
           OPEN OUTPUT FINFORME
      *
           IF FS-FREVISIO NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FREVISIO ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FIN-MES               TO FIN-MES-TIT
           WRITE REG-FINFORME FROM LINEA-TITULO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FREVISIO
              THRU 9000-LEER-FREVISIO-EXIT
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
      *     1500-APLICAR-REVISION                                      *
      *     LA FECHA INFORMADA PASA A SER LA ULTIMA REVISION; LA       *
      *     PROXIMA LA RECALCULA LA CALIFICACION DE ESTA EJECUCION.    *
      *     UNA REVISION DE UN DNI QUE AUN NO TIENE CALIFICACION SE    *
      *     AVISA Y NO SE APLICA.                                      *
      ******************************************************************
       1500-APLICAR-REVISION.
      *
           IF FECHA-REV IS NOT NUMERIC
              OR MES-REV < 1 OR MES-REV > 12
              OR DIA-REV < 1 OR DIA-REV > 31
              DISPLAY 'KYCRIESG: REVISION CON FECHA NO VALIDA: '
                      DATOS-REVISION
              ADD CT-1                   TO CN-REV-SIN-KYC
              MOVE 4                     TO RETURN-CODE
              PERFORM 9000-LEER-FREVISIO
                 THRU 9000-LEER-FREVISIO-EXIT
              GO TO 1500-APLICAR-REVISION-EXIT
           END-IF
      *
           MOVE ANIO-REV                 TO WK-ANIO-REV
           MOVE MES-REV                  TO WK-MES-REV
           MOVE DIA-REV                  TO WK-DIA-REV
           MOVE DNI-REV                  TO KY-DNI
      *
           EXEC SQL
               UPDATE KYC_CLIENTES
                  SET FECHA_ULTIMA_REVISION = :WK-FECHA-REV-ISO
                WHERE DNI = :KY-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    EXEC SQL
                        COMMIT
                    END-EXEC
                    ADD CT-1             TO CN-REVISIONES
               WHEN 100
                    DISPLAY 'KYCRIESG: REVISION DE DNI SIN CALIFICAR: '
                            DNI-REV
                    ADD CT-1             TO CN-REV-SIN-KYC
                    MOVE 4               TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 1500-APLICAR-REVISION'
                    DISPLAY 'TABLA: KYC_CLIENTES'
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
           PERFORM 9000-LEER-FREVISIO
              THRU 9000-LEER-FREVISIO-EXIT
      *
           .
       1500-APLICAR-REVISION-EXIT.
           EXIT.
      ******************************************************************
      *     1800-ABRIR-TITULARES                                       *
      ******************************************************************
       1800-ABRIR-TITULARES.
      *
           EXEC SQL
               OPEN CUR-TITULARES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-TITULARES'
              DISPLAY 'PARRAFO: 1800-ABRIR-TITULARES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET SI-CURSOR-ABIERTO         TO TRUE
           SET NO-FIN-TITULARES          TO TRUE
      *
           PERFORM 9100-LEER-TITULAR
              THRU 9100-LEER-TITULAR-EXIT
      *
           .
       1800-ABRIR-TITULARES-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN TITULAR: ACUMULA SUS CUENTAS, LO CALIFICA, GRABA LA     *
      *     CALIFICACION Y, SI PROCEDE, LO SACA EN LA LISTA. CADA      *
      *     TITULAR ES UNA UNIDAD DE TRABAJO.                          *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE IV-DNI-PERSONA           TO WK-DNI-ACTUAL
           MOVE IV-NOMBRE                TO WK-NOMBRE-ACTUAL
           MOVE 0                        TO WK-PUNTOS-PAIS
                                            WK-PUNTOS-PRODUCTO
                                            WK-NUM-CASOS
                                            WK-EFECTIVO
           MOVE SPACES                   TO WK-MOTIVOS
           SET NO-DIVISA                 TO TRUE
           ADD CT-1                      TO CN-TITULARES
      *
           PERFORM 2100-ACUMULAR-CUENTA
              THRU 2100-ACUMULAR-CUENTA-EXIT
             UNTIL SI-FIN-TITULARES
                OR IV-DNI-PERSONA NOT = WK-DNI-ACTUAL
      *
           PERFORM 2300-CALIFICAR
              THRU 2300-CALIFICAR-EXIT
      *
           PERFORM 2400-GRABAR-KYC
              THRU 2400-GRABAR-KYC-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF KY-FECHA-PROXIMA-REVISION NOT > WK-FIN-MES
              OR SI-SUBIDA
              PERFORM 2600-LINEA-TRABAJO
                 THRU 2600-LINEA-TRABAJO-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ACUMULAR-CUENTA                                       *
      *     DE CADA CUENTA SE QUEDA EL PEOR PAIS Y EL PEOR PRODUCTO,   *
      *     SI ESTA EN DIVISA, LOS CASOS AML CONFIRMADOS Y EL          *
      *     EFECTIVO MOVIDO (ENTRADAS Y SALIDAS) EN LA VENTANA,        *
      *     PASADO A EUR PARA COMPARARLO CON UMBRAL-EFEC.              *
      ******************************************************************
       2100-ACUMULAR-CUENTA.
      *
           ADD CT-1                      TO CN-CUENTAS
      *
           EVALUATE WK-NIVEL-PAIS
               WHEN 'A'
                    MOVE CT-PUNTOS-PAIS-ALTO TO WK-PUNTOS-PAIS
               WHEN 'M'
                    IF WK-PUNTOS-PAIS < CT-PUNTOS-PAIS-MEDIO
                       MOVE CT-PUNTOS-PAIS-MEDIO TO WK-PUNTOS-PAIS
                    END-IF
           END-EVALUATE
      *
           PERFORM 2150-PUNTUAR-PRODUCTO
              THRU 2150-PUNTUAR-PRODUCTO-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CT-NUM-PRODUCTOS
      *
           IF WK-DIVISA NOT = 'EUR'
              SET SI-DIVISA              TO TRUE
           END-IF
      *
           MOVE TB-BANCO                 TO CA-BANCO
           MOVE TB-OFICINA               TO CA-OFICINA
           MOVE TB-NUM-CUENTA            TO CA-NUM-CUENTA
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-CASOS
                 FROM CASOS_AML
                WHERE BANCO = :CA-BANCO
                  AND OFICINA = :CA-OFICINA
                  AND NUM_CUENTA = :CA-NUM-CUENTA
                  AND ESTADO = 'C'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ACUMULAR-CUENTA'
              DISPLAY 'TABLA: CASOS_AML'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-CASOS > 0
              MOVE 'C'                   TO WK-MOTIVO-CASO
           END-IF
      *
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
      *
           EXEC SQL
               SELECT COALESCE(SUM(ABS(IMPORTE_MOVIMIENTO)), 0)
                 INTO :WK-EFECTIVO-CTA
                 FROM CUENTAS_MOVTO
                WHERE BANCO = :MV-BANCO
                  AND OFICINA = :MV-OFICINA
                  AND NUM_CUENTA = :MV-NUM-CUENTA
                  AND TIPO_MOVIMIENTO = :CT-TIPO-EFECTIVO
                  AND FECHA_MOVIMIENTO >=
                      CURRENT TIMESTAMP - :CT-DIAS-EFECTIVO DAYS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ACUMULAR-CUENTA'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-DIVISA NOT = 'EUR'
              AND WK-EFECTIVO-CTA > 0
              PERFORM 2160-CONVERTIR-EUR
                 THRU 2160-CONVERTIR-EUR-EXIT
           END-IF
      *
           ADD WK-EFECTIVO-CTA           TO WK-EFECTIVO
      *
           PERFORM 9100-LEER-TITULAR
              THRU 9100-LEER-TITULAR-EXIT
      *
           .
       2100-ACUMULAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2150-PUNTUAR-PRODUCTO                                      *
      ******************************************************************
       2150-PUNTUAR-PRODUCTO.
      *
           IF WK-PRODUCTO = PRODUCTO-TB (IND)
              AND PUNTOS-TB (IND) > WK-PUNTOS-PRODUCTO
              MOVE PUNTOS-TB (IND)       TO WK-PUNTOS-PRODUCTO
           END-IF
      *
           .
       2150-PUNTUAR-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2160-CONVERTIR-EUR                                         *
      *     EL EFECTIVO DE UNA CUENTA EN DIVISA SE PASA A EUR CON EL   *
      *     CAMBIO VIGENTE DE DIVISAS (UNIDADES DE DIVISA POR EUR).    *
      ******************************************************************
       2160-CONVERTIR-EUR.
      *
           MOVE WK-DIVISA                TO DV-DIVISA
      *
           EXEC SQL
               SELECT CAMBIO
                 INTO :DV-CAMBIO
                 FROM DIVISAS
                WHERE DIVISA = :DV-DIVISA
                  AND FECHAVIG <= CURRENT DATE
                ORDER BY FECHAVIG DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: SIN CAMBIO PARA LA DIVISA ' DV-DIVISA
              DISPLAY 'PARRAFO: 2160-CONVERTIR-EUR'
              DISPLAY 'TABLA: DIVISAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-EFECTIVO-CTA ROUNDED =
                   WK-EFECTIVO-CTA / DV-CAMBIO
      *
           .
       2160-CONVERTIR-EUR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CALIFICAR                                             *
      *     PUNTOS = PAIS + PRODUCTO + DIVISA + EFECTIVO SOBRE EL      *
      *     UMBRAL. 40 O MAS ES ALTO, DE 20 A 39 MEDIO, EL RESTO BAJO. *
      *     VETADO O CASO CONFIRMADO: ALTO SEA CUAL SEA LA PUNTUACION. *
      ******************************************************************
       2300-CALIFICAR.
      *
           MOVE WK-DNI-ACTUAL            TO VT-DNI
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-VETADOS
                 FROM LISTA_VETADOS
                WHERE DNI = :VT-DNI
                  AND FECHA_EFECTO <= CURRENT DATE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-CALIFICAR'
              DISPLAY 'TABLA: LISTA_VETADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-VETADOS > 0
              MOVE 'V'                   TO WK-MOTIVO-VETADO
           END-IF
      *
           MOVE WK-PUNTOS-PAIS           TO WK-PUNTOS
           IF WK-PUNTOS-PAIS > 0
              MOVE 'P'                   TO WK-MOTIVO-PAIS
           END-IF
      *
           IF WK-EFECTIVO > WK-UMBRAL-E
              ADD CT-PUNTOS-EFECTIVO     TO WK-PUNTOS
              MOVE 'E'                   TO WK-MOTIVO-EFECTIVO
           END-IF
      *
           IF SI-DIVISA
              ADD CT-PUNTOS-DIVISA       TO WK-PUNTOS
              MOVE 'D'                   TO WK-MOTIVO-DIVISA
           END-IF
      *
           IF WK-PUNTOS-PRODUCTO > 0
              ADD WK-PUNTOS-PRODUCTO     TO WK-PUNTOS
              MOVE 'X'                   TO WK-MOTIVO-PRODUCTO
           END-IF
      *
           EVALUATE TRUE
               WHEN WK-MOTIVO-VETADO NOT = SPACE
               WHEN WK-MOTIVO-CASO NOT = SPACE
               WHEN WK-PUNTOS NOT < CT-CORTE-ALTO
                    MOVE 'A'             TO KY-NIVEL-RIESGO
                    MOVE CT-MESES-ALTO   TO WK-MESES-REVISION
                    ADD CT-1             TO CN-ALTOS
               WHEN WK-PUNTOS NOT < CT-CORTE-MEDIO
                    MOVE 'M'             TO KY-NIVEL-RIESGO
                    MOVE CT-MESES-MEDIO  TO WK-MESES-REVISION
                    ADD CT-1             TO CN-MEDIOS
               WHEN OTHER
                    MOVE 'B'             TO KY-NIVEL-RIESGO
                    MOVE CT-MESES-BAJO   TO WK-MESES-REVISION
                    ADD CT-1             TO CN-BAJOS
           END-EVALUATE
      *
           MOVE WK-DNI-ACTUAL            TO KY-DNI
           MOVE WK-NOMBRE-ACTUAL         TO KY-NOMBRE
           MOVE WK-PUNTOS                TO KY-PUNTUACION
           MOVE WK-MOTIVOS               TO KY-MOTIVOS
      *
           .
       2300-CALIFICAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-GRABAR-KYC                                            *
      *     CLIENTE NUEVO: SE DA DE ALTA CON LA PERIODICIDAD CONTADA   *
      *     DESDE HOY. CLIENTE YA CALIFICADO: EL NIVEL VIGENTE PASA A  *
      *     ANTERIOR Y LA PROXIMA REVISION SE CUENTA DESDE LA ULTIMA   *
      *     (O EL ALTA) CON LA PERIODICIDAD DEL NIVEL NUEVO, ASI QUE   *
      *     UNA SUBIDA PUEDE DEJARLA YA VENCIDA.                       *
      ******************************************************************
       2400-GRABAR-KYC.
      *
           SET NO-SUBIDA                 TO TRUE
      *
           EXEC SQL
               SELECT NIVEL_RIESGO
                     ,COALESCE(FECHA_ULTIMA_REVISION, FECHA_ALTA)
                     ,COALESCE(CHAR(FECHA_ULTIMA_REVISION), ' ')
                 INTO :WK-NIVEL-PREVIO
                     ,:WK-FECHA-BASE
                     ,:KY-FECHA-ULTIMA-REVISION
                 FROM KYC_CLIENTES
                WHERE DNI = :KY-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE SPACES          TO WK-NIVEL-PREVIO
                                            KY-FECHA-ULTIMA-REVISION
                    MOVE WK-HOY          TO WK-FECHA-BASE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-GRABAR-KYC'
                    DISPLAY 'TABLA: KYC_CLIENTES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT CHAR(DATE(:WK-FECHA-BASE)
                           + :WK-MESES-REVISION MONTHS)
                 INTO :KY-FECHA-PROXIMA-REVISION
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-GRABAR-KYC'
              DISPLAY 'TABLA: SYSIBM.SYSDUMMY1'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NIVEL-PREVIO = SPACES
              PERFORM 2450-ALTA-KYC
                 THRU 2450-ALTA-KYC-EXIT
           ELSE
              PERFORM 2500-ACTUALIZAR-KYC
                 THRU 2500-ACTUALIZAR-KYC-EXIT
           END-IF
      *
           .
       2400-GRABAR-KYC-EXIT.
           EXIT.
      ******************************************************************
      *     2450-ALTA-KYC                                              *
      ******************************************************************
       2450-ALTA-KYC.
      *
           EXEC SQL
               INSERT INTO KYC_CLIENTES
                      (DNI
                      ,NOMBRE
                      ,NIVEL_RIESGO
                      ,NIVEL_ANTERIOR
                      ,PUNTUACION
                      ,MOTIVOS
                      ,FECHA_ALTA
                      ,FECHA_CALIFICACION
                      ,FECHA_CAMBIO_NIVEL
                      ,FECHA_ULTIMA_REVISION
                      ,FECHA_PROXIMA_REVISION)
                      VALUES(
                       :KY-DNI
                      ,:KY-NOMBRE
                      ,:KY-NIVEL-RIESGO
                      ,NULL
                      ,:KY-PUNTUACION
                      ,:KY-MOTIVOS
                      ,CURRENT DATE
                      ,CURRENT DATE
                      ,CURRENT DATE
                      ,NULL
                      ,:KY-FECHA-PROXIMA-REVISION)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2450-ALTA-KYC'
              DISPLAY 'TABLA: KYC_CLIENTES'
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
           ADD CT-1                      TO CN-NUEVOS
      *
           .
       2450-ALTA-KYC-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ACTUALIZAR-KYC                                        *
      *     SUBE DE NIVEL QUIEN PASA DE BAJO A MEDIO O ALTO, O DE      *
      *     MEDIO A ALTO.                                              *
      ******************************************************************
       2500-ACTUALIZAR-KYC.
      *
           IF (WK-NIVEL-PREVIO = 'B' AND KY-NIVEL-RIESGO NOT = 'B')
              OR (WK-NIVEL-PREVIO = 'M' AND KY-NIVEL-RIESGO = 'A')
              SET SI-SUBIDA              TO TRUE
              ADD CT-1                   TO CN-SUBIDAS
           END-IF
      *
           EXEC SQL
               UPDATE KYC_CLIENTES
                  SET NOMBRE = :KY-NOMBRE
                     ,NIVEL_ANTERIOR = NIVEL_RIESGO
                     ,NIVEL_RIESGO = :KY-NIVEL-RIESGO
                     ,PUNTUACION = :KY-PUNTUACION
                     ,MOTIVOS = :KY-MOTIVOS
                     ,FECHA_CALIFICACION = CURRENT DATE
                     ,FECHA_CAMBIO_NIVEL =
                          CASE WHEN NIVEL_RIESGO = :KY-NIVEL-RIESGO
                               THEN FECHA_CAMBIO_NIVEL
                               ELSE CURRENT DATE
                          END
                     ,FECHA_PROXIMA_REVISION =
                          :KY-FECHA-PROXIMA-REVISION
                WHERE DNI = :KY-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-ACTUALIZAR-KYC'
              DISPLAY 'TABLA: KYC_CLIENTES'
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
       2500-ACTUALIZAR-KYC-EXIT.
           EXIT.
      ******************************************************************
      *     2600-LINEA-TRABAJO                                         *
      ******************************************************************
       2600-LINEA-TRABAJO.
      *
           MOVE KY-DNI                   TO DNI-TRA
           MOVE KY-NOMBRE                TO NOMBRE-TRA
           MOVE WK-NIVEL-PREVIO          TO NIVEL-ANT-TRA
           MOVE KY-NIVEL-RIESGO          TO NIVEL-TRA
           MOVE WK-PUNTOS                TO PUNTOS-TRA
           MOVE KY-MOTIVOS               TO MOTIVOS-TRA
           MOVE KY-FECHA-ULTIMA-REVISION TO ULTIMA-TRA
           MOVE KY-FECHA-PROXIMA-REVISION TO PROXIMA-TRA
      *
           EVALUATE TRUE
               WHEN KY-FECHA-PROXIMA-REVISION < WK-HOY
                    MOVE 'VENCIDA'       TO SITUACION-TRA
               WHEN KY-FECHA-PROXIMA-REVISION NOT > WK-FIN-MES
                    MOVE 'VENCE ESTE MES' TO SITUACION-TRA
               WHEN OTHER
                    MOVE SPACES          TO SITUACION-TRA
           END-EVALUATE
      *
           IF SI-SUBIDA
              MOVE 'SUBE DE NIVEL'       TO CAMBIO-TRA
           ELSE
              MOVE SPACES                TO CAMBIO-TRA
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-TRABAJO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2600-LINEA-TRABAJO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-EN-LISTA
      *
           .
       2600-LINEA-TRABAJO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF SI-CURSOR-ABIERTO
              EXEC SQL
                  CLOSE CUR-TITULARES
              END-EXEC
           END-IF
      *
           CLOSE FREVISIO
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   K Y C R I E S G    **'
           DISPLAY '***********************************'
           DISPLAY '*REVISIONES APLIC. : ' CN-REVISIONES '     *'
           DISPLAY '*REVISIONES RECHAZ.: ' CN-REV-SIN-KYC '     *'
           DISPLAY '*CUENTAS LEIDAS    : ' CN-CUENTAS '     *'
           DISPLAY '*TITULARES         : ' CN-TITULARES '     *'
           DISPLAY '*ALTAS EN KYC      : ' CN-NUEVOS '     *'
           DISPLAY '*RIESGO ALTO       : ' CN-ALTOS '     *'
           DISPLAY '*RIESGO MEDIO      : ' CN-MEDIOS '     *'
           DISPLAY '*RIESGO BAJO       : ' CN-BAJOS '     *'
           DISPLAY '*SUBIDAS DE NIVEL  : ' CN-SUBIDAS '     *'
           DISPLAY '*EN LISTA TRABAJO  : ' CN-EN-LISTA '     *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FREVISIO                                         *
      ******************************************************************
       9000-LEER-FREVISIO.
      *
           READ FREVISIO INTO DATOS-REVISION
      *
           EVALUATE FS-FREVISIO
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FREVISIO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FREVISIO'
                    DISPLAY 'PARRAFO: 9000-LEER-FREVISIO'
                    DISPLAY 'FILE STATUS: ' FS-FREVISIO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FREVISIO-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-TITULAR                                          *
      ******************************************************************
       9100-LEER-TITULAR.
      *
           EXEC SQL
               FETCH CUR-TITULARES
                INTO :IV-DNI-PERSONA
                    ,:IV-NOMBRE
                    ,:TB-BANCO
                    ,:TB-OFICINA
                    ,:TB-NUM-CUENTA
                    ,:WK-PRODUCTO
                    ,:WK-DIVISA
                    ,:WK-NIVEL-PAIS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-TITULARES TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-TITULARES'
                    DISPLAY 'PARRAFO: 9100-LEER-TITULAR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-TITULAR-EXIT.
           EXIT.
