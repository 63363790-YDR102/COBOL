      ******************************************************************
      ** T R I A J S I N.-TRIAJE DE SINIESTROS ENTRANTES PARA LA      **
      **                  ACEPTACION AUTOMATICA DE LOS PEQUENOS       **
      **                  SINIESTROS. SE EJECUTA ANTES DE ASIGPER     **
      **                  (Y DESPUES DE FRAUDSC) SOBRE LOS SINIESTROS **
      **                  PENDIENTES (ACPTADO = 'P') AUN SIN PERITO.  **
      **                  UN SINIESTRO SE ACEPTA SIN PERITO CUANDO:   **
      **                  - LA INDEMNIZACION ES INFERIOR AL UMBRAL    **
      **                    DE SU RAMO EN PARAMETROS (UMBRALAU,       **
      **                    UMBRALHO, UMBRALVI).                      **
      **                  - LA POLIZA ESTA VIGENTE EN LA FECHA DEL    **
      **                    SINIESTRO Y LA CAUSA CORRESPONDE A UNA    **
      **                    COBERTURA CONTRATADA.                     **
      **                  - NO TIENE PUNTUACION DE FRAUDSC POR ENCIMA **
      **                    DEL LIMITE (LIMITEFRAUDE) NI CASO EN      **
      **                    CASOS_FRAUDE QUE NO ESTE DESCARTADO.      **
      **                  - EL TOMADOR NO ESTA EN                     **
      **                    CLIENTES_BLOQUEADOS.                      **
      **                  - NO ESTA ETIQUETADO A UN EVENTO            **
      **                    CATASTROFICO.                             **
      **                  LOS ACEPTADOS QUEDAN CON ACPTADO = 'S',     **
      **                  FECHA DE DECISION Y DECISION_AUTOMATICA =   **
      **                  'S', Y LOS PAGA PAGOSIN. LOS DEMAS NO SE    **
      **                  TOCAN: LOS REPARTE ASIGPER. EL INFORME      **
      **                  DIARIO LISTA CADA SINIESTRO CON SU          **
      **                  RESULTADO Y, SI VA A PERITO, EL PRIMER      **
      **                  MOTIVO QUE LO IMPIDE, Y TOTALIZA POR        **
      **                  MOTIVO.                                     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   TRIAJSIN.
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
      *    INFORME DIARIO DE TRIAJE DE SINIESTROS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-NUM-MOTIVOS         PIC 9(02) VALUE 7.
           05  CT-MOTIVO-UMBRAL       PIC 9(02) VALUE 1.
           05  CT-MOTIVO-VIGENCIA     PIC 9(02) VALUE 2.
           05  CT-MOTIVO-COBERTURA    PIC 9(02) VALUE 3.
           05  CT-MOTIVO-PUNTUACION   PIC 9(02) VALUE 4.
           05  CT-MOTIVO-CASO-FRAUDE  PIC 9(02) VALUE 5.
           05  CT-MOTIVO-BLOQUEADO    PIC 9(02) VALUE 6.
           05  CT-MOTIVO-EVENTO       PIC 9(02) VALUE 7.
      *
      * TEXTO DE CADA MOTIVO DE DERIVACION A PERITO
       01  CT-TABLA-MOTIVOS.
           05  FILLER              PIC X(40) VALUE
               'INDEMNIZACION NO INFERIOR AL UMBRAL     '.
           05  FILLER              PIC X(40) VALUE
               'POLIZA NO VIGENTE EN LA FECHA           '.
           05  FILLER              PIC X(40) VALUE
               'CAUSA SIN COBERTURA CONTRATADA          '.
           05  FILLER              PIC X(40) VALUE
               'PUNTUACION DE FRAUDE SOBRE EL LIMITE    '.
           05  FILLER              PIC X(40) VALUE
               'CASO DE FRAUDE NO DESCARTADO            '.
           05  FILLER              PIC X(40) VALUE
               'TOMADOR BLOQUEADO                       '.
           05  FILLER              PIC X(40) VALUE
               'SINIESTRO DE EVENTO CATASTROFICO        '.
       01  CT-TABLA-MOTIVOS-R REDEFINES CT-TABLA-MOTIVOS.
           05  TEXTO-MOTIVO-TB        PIC X(40) OCCURS 7.
      *
      * TABLA DE CORRESPONDENCIA ENTRE LA PRIMERA PALABRA DE LA CAUSA
      * DEL SINIESTRO Y EL TIPO DE COBERTURA (LA MISMA DE ALTASIN).
      * AQUI UNA CAUSA QUE NO FIGURA EN LA TABLA NO SE PUEDE CASAR CON
      * NINGUNA COBERTURA Y EL SINIESTRO VA A PERITO.
       01  CT-TABLA-CAUSAS.
           05  FILLER              PIC X(17) VALUE 'INCENDIO       IN'.
           05  FILLER              PIC X(17) VALUE 'ROBO           RO'.
           05  FILLER              PIC X(17) VALUE 'AGUA           DA'.
           05  FILLER              PIC X(17) VALUE 'COLISION       CO'.
           05  FILLER              PIC X(17) VALUE 'LUNAS          LU'.
           05  FILLER              PIC X(17) VALUE 'FALLECIMIENTO  FA'.
           05  FILLER              PIC X(17) VALUE 'INVALIDEZ      IV'.
           05  FILLER              PIC X(17) VALUE 'RESPONSABILIDADRC'.
       01  CT-TABLA-CAUSAS-R REDEFINES CT-TABLA-CAUSAS.
           05  CAUSAS-TB OCCURS 8.
               10  PALABRA-CAUSA-TB   PIC X(15).
               10  COBERTURA-CAUSA-TB PIC X(02).
      *
       01  CN-CONTADORES.
           05  CN-SINIESTROS          PIC 9(05).
           05  CN-AUTOMATICOS         PIC 9(05).
           05  CN-A-PERITO            PIC 9(05).
           05  CN-MOTIVOS-TB          PIC 9(05) OCCURS 7.
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ID-SINIESTRO        PIC S9(09) COMP.
           05  WK-FECHA-SINIESTRO     PIC X(10).
           05  WK-CAUSAS              PIC X(55).
           05  WK-INDEMNIZACION       PIC S9(13)V9(2) COMP-3.
           05  WK-POLIZA              PIC X(09).
           05  WK-COD-EVENTO          PIC X(06).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-FECHA-INICIO        PIC X(10).
           05  WK-FECHA-VENCIMIENTO   PIC X(10).
           05  WK-COBERTURA1          PIC X(02).
           05  WK-COBERTURA2          PIC X(02).
           05  WK-COBERTURA3          PIC X(02).
           05  WK-COBERTURA4          PIC X(02).
           05  WK-BLOQUEOS            PIC S9(09) COMP.
           05  WK-PUNTUACION          PIC S9(09) COMP.
           05  WK-CASOS-ABIERTOS      PIC S9(09) COMP.
           05  WK-PRIMERA-PALABRA     PIC X(15).
           05  WK-COBERTURA-EXIGIDA   PIC X(02).
           05  WK-UMBRAL              PIC S9(13)V9(2) COMP-3.
           05  WK-UMBRAL-AU           PIC S9(13)V9(2) COMP-3.
           05  WK-UMBRAL-HO           PIC S9(13)V9(2) COMP-3.
           05  WK-UMBRAL-VI           PIC S9(13)V9(2) COMP-3.
           05  WK-LIMITE-FRAUDE       PIC S9(09) COMP.
           05  WK-MOTIVO              PIC 9(02).
           05  WK-IMPORTE-AUTOMATICO  PIC S9(13)V9(2) COMP-3.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(60) VALUE
               'TRIAJE DE SINIESTROS: ACEPTACION AUTOMATICA'.
           05  FILLER                 PIC X(10) VALUE 'FECHA:'.
           05  FECHA-TIT              PIC 9999/99/99.
           05  FILLER                 PIC X(52) VALUE SPACES.
      *
       01  LINEA-UMBRALES.
           05  FILLER                 PIC X(14) VALUE 'UMBRALES: AU '.
           05  UMBRAL-AU-UMB          PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(05) VALUE '  HO '.
           05  UMBRAL-HO-UMB          PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(05) VALUE '  VI '.
           05  UMBRAL-VI-UMB          PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(26) VALUE
               '  LIMITE PUNTOS FRAUDE: '.
           05  LIMITE-UMB             PIC ZZ9.
           05  FILLER                 PIC X(49) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(11) VALUE 'SINIESTRO'.
           05  FILLER                 PIC X(11) VALUE 'POLIZA'.
           05  FILLER                 PIC X(06) VALUE 'RAMO'.
           05  FILLER                 PIC X(12) VALUE 'FECHA'.
           05  FILLER                 PIC X(19) VALUE
               '    INDEMNIZACION'.
           05  FILLER                 PIC X(12) VALUE 'RESULTADO'.
           05  FILLER                 PIC X(61) VALUE
               'MOTIVO DE DERIVACION'.
      *
       01  LINEA-DETALLE.
           05  SINIESTRO-DET          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-DET             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAMO-DET               PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FECHA-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INDEMNIZACION-DET      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-DET          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-DET             PIC X(40).
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  TEXTO-TOT              PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-TOT             PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-TOT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(65) VALUE SPACES.
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
      *--------DCLGEN SINIESTROS_PEPITO_SEG*
      *
           EXEC SQL
               INCLUDE TBSINFIN
           END-EXEC.
      *
      *--------CURSOR DE SINIESTROS PENDIENTES SIN PERITO--------------*
      *    (CON SU POLIZA, LOS BLOQUEOS DEL TOMADOR Y LOS CASOS DE     *
      *     FRAUDE DEL SINIESTRO)                                      *
      *
           EXEC SQL
               DECLARE CUR-PENDIENTES CURSOR FOR
               SELECT A.ID_SINIETRO
                     ,CHAR(A.FECHA_SINIESTRO)
                     ,A.CAUSAS
                     ,A.INDEMNIZACION
                     ,A.NUMERO_POLIZA
                     ,COALESCE(A.COD_EVENTO, ' ')
                     ,COALESCE(S.TIPO, ' ')
                     ,COALESCE(CHAR(S.FECHA_INICIO), ' ')
                     ,COALESCE(CHAR(S.FECHA_VENCIMIENTO), ' ')
                     ,COALESCE(S.COBERTURA1_TIPO, ' ')
                     ,COALESCE(S.COBERTURA2_TIPO, ' ')
                     ,COALESCE(S.COBERTURA3_TIPO, ' ')
                     ,COALESCE(S.COBERTURA4_TIPO, ' ')
                     ,(SELECT COUNT(*)
                         FROM CLIENTES_BLOQUEADOS B
                        WHERE B.DNI = S.DNI_CL)
                     ,(SELECT COALESCE(MAX(F.PUNTUACION), 0)
                         FROM CASOS_FRAUDE F
                        WHERE F.ID_SINIETRO = A.ID_SINIETRO)
                     ,(SELECT COUNT(*)
                         FROM CASOS_FRAUDE F
                        WHERE F.ID_SINIETRO = A.ID_SINIETRO
                          AND F.ESTADO <> 'D')
                 FROM SINIESTROS_PEPITO_SEG A
                 LEFT OUTER JOIN SEGUROS_PEPITO_SEG S
                   ON S.NUMERO_POLIZA = A.NUMERO_POLIZA
                WHERE A.ACPTADO = 'P'
                  AND A.DNI_PERITO = ' '
                  AND A.FECHA_PAGO IS NULL
                ORDER BY A.ID_SINIETRO
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
      *     UMBRALES POR RAMO Y LIMITE DE PUNTUACION DE FRAUDE DE LA   *
      *     TABLA DE PARAMETROS (RUTPARAM). UN RAMO SIN UMBRAL (VIDA   *
      *     POR DEFECTO) NO SE ACEPTA NUNCA AUTOMATICAMENTE.           *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      DCLSINIESTROS-PEPITO-SEG
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
      *
           INITIALIZE CPYPARAM
           MOVE 'TRIAJSIN'               TO PROGRAMA-PAR
           MOVE 'UMBRALAU'               TO PARAMETRO-PAR
           MOVE 600                      TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-UMBRAL-AU
      *
           INITIALIZE CPYPARAM
           MOVE 'TRIAJSIN'               TO PROGRAMA-PAR
           MOVE 'UMBRALHO'               TO PARAMETRO-PAR
           MOVE 300                      TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-UMBRAL-HO
      *
           INITIALIZE CPYPARAM
           MOVE 'TRIAJSIN'               TO PROGRAMA-PAR
           MOVE 'UMBRALVI'               TO PARAMETRO-PAR
           MOVE 0                        TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-UMBRAL-VI
      *
           INITIALIZE CPYPARAM
           MOVE 'TRIAJSIN'               TO PROGRAMA-PAR
           MOVE 'LIMITEFRAUDE'           TO PARAMETRO-PAR
           MOVE 0                        TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-LIMITE-FRAUDE
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
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-TIT
           MOVE WK-UMBRAL-AU             TO UMBRAL-AU-UMB
           MOVE WK-UMBRAL-HO             TO UMBRAL-HO-UMB
           MOVE WK-UMBRAL-VI             TO UMBRAL-VI-UMB
           MOVE WK-LIMITE-FRAUDE         TO LIMITE-UMB
      *
           WRITE REG-FINFORME FROM LINEA-TITULO
           WRITE REG-FINFORME FROM LINEA-UMBRALES
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-PENDIENTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PENDIENTES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
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
           DISPLAY 'TRIAJSIN: ' PARAMETRO-PAR ' ORIGEN ' ORIGEN-PAR
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                      TO CN-SINIESTROS
      *
           PERFORM 2100-EVALUAR-SINIESTRO
              THRU 2100-EVALUAR-SINIESTRO-EXIT
      *
           MOVE WK-ID-SINIESTRO          TO SINIESTRO-DET
           MOVE WK-POLIZA                TO POLIZA-DET
           MOVE WK-TIPO-POLIZA           TO RAMO-DET
           MOVE WK-FECHA-SINIESTRO       TO FECHA-DET
           MOVE WK-INDEMNIZACION         TO INDEMNIZACION-DET
      *
           IF WK-MOTIVO = 0
              PERFORM 2200-ACEPTAR-SINIESTRO
                 THRU 2200-ACEPTAR-SINIESTRO-EXIT
              MOVE 'AUTOMATICO'          TO RESULTADO-DET
              MOVE SPACES                TO MOTIVO-DET
           ELSE
              ADD CT-1                   TO CN-A-PERITO
              ADD CT-1                   TO CN-MOTIVOS-TB (WK-MOTIVO)
              MOVE 'A PERITO'            TO RESULTADO-DET
              MOVE TEXTO-MOTIVO-TB (WK-MOTIVO)
                                         TO MOTIVO-DET
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
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
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-EVALUAR-SINIESTRO                                     *
      *     APLICA LOS CONTROLES EN ORDEN Y SE QUEDA CON EL PRIMERO    *
      *     QUE FALLA (WK-MOTIVO). CERO = SE ACEPTA AUTOMATICAMENTE.   *
      ******************************************************************
       2100-EVALUAR-SINIESTRO.
      *
           MOVE 0                        TO WK-MOTIVO
      *
           EVALUATE WK-TIPO-POLIZA
               WHEN 'AU'
                    MOVE WK-UMBRAL-AU    TO WK-UMBRAL
               WHEN 'HO'
                    MOVE WK-UMBRAL-HO    TO WK-UMBRAL
               WHEN 'VI'
                    MOVE WK-UMBRAL-VI    TO WK-UMBRAL
               WHEN OTHER
                    MOVE 0               TO WK-UMBRAL
           END-EVALUATE
      *
           IF WK-INDEMNIZACION NOT < WK-UMBRAL
              MOVE CT-MOTIVO-UMBRAL      TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-FECHA-INICIO = SPACES
              OR WK-FECHA-SINIESTRO < WK-FECHA-INICIO
              OR WK-FECHA-SINIESTRO > WK-FECHA-VENCIMIENTO
              MOVE CT-MOTIVO-VIGENCIA    TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           PERFORM 2150-BUSCAR-COBERTURA
              THRU 2150-BUSCAR-COBERTURA-EXIT
      *
           IF WK-COBERTURA-EXIGIDA = SPACES
              OR (WK-COBERTURA-EXIGIDA NOT = WK-COBERTURA1
              AND WK-COBERTURA-EXIGIDA NOT = WK-COBERTURA2
              AND WK-COBERTURA-EXIGIDA NOT = WK-COBERTURA3
              AND WK-COBERTURA-EXIGIDA NOT = WK-COBERTURA4)
              MOVE CT-MOTIVO-COBERTURA   TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-PUNTUACION > WK-LIMITE-FRAUDE
              MOVE CT-MOTIVO-PUNTUACION  TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-CASOS-ABIERTOS > 0
              MOVE CT-MOTIVO-CASO-FRAUDE TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-BLOQUEOS > 0
              MOVE CT-MOTIVO-BLOQUEADO   TO WK-MOTIVO
              GO TO 2100-EVALUAR-SINIESTRO-EXIT
           END-IF
      *
           IF WK-COD-EVENTO NOT = SPACES
              MOVE CT-MOTIVO-EVENTO      TO WK-MOTIVO
           END-IF
      *
           .
       2100-EVALUAR-SINIESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2150-BUSCAR-COBERTURA                                      *
      *     COBERTURA QUE CORRESPONDE A LA PRIMERA PALABRA DE LA       *
      *     CAUSA (EN BLANCO SI LA CAUSA NO FIGURA EN LA TABLA).       *
      ******************************************************************
       2150-BUSCAR-COBERTURA.
      *
           INITIALIZE WK-PRIMERA-PALABRA
                      WK-COBERTURA-EXIGIDA
      *
           UNSTRING WK-CAUSAS DELIMITED BY ' '
           INTO WK-PRIMERA-PALABRA
           END-UNSTRING
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 8
              IF WK-PRIMERA-PALABRA = PALABRA-CAUSA-TB (IND)
                 MOVE COBERTURA-CAUSA-TB (IND)
                                       TO WK-COBERTURA-EXIGIDA
              END-IF
           END-PERFORM
      *
           .
       2150-BUSCAR-COBERTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ACEPTAR-SINIESTRO                                     *
      *     ACEPTACION SIN PERITO: QUEDA LISTO PARA PAGOSIN Y MARCADO  *
      *     COMO DECISION AUTOMATICA. SI ENTRE TANTO OTRO PROCESO LO   *
      *     HA DECIDIDO NO SE TOCA.                                    *
      ******************************************************************
       2200-ACEPTAR-SINIESTRO.
      *
           MOVE WK-ID-SINIESTRO          TO TB-ID-SINIETRO
      *
           EXEC SQL
               UPDATE SINIESTROS_PEPITO_SEG
                  SET ACPTADO = 'S'
                     ,FECHA_DECISION = CURRENT DATE
                     ,DECISION_AUTOMATICA = 'S'
                WHERE ID_SINIETRO = :TB-ID-SINIETRO
                  AND ACPTADO = 'P'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-ACEPTAR-SINIESTRO'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-AUTOMATICOS
           ADD WK-INDEMNIZACION          TO WK-IMPORTE-AUTOMATICO
      *
           .
       2200-ACEPTAR-SINIESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     RESUMEN: ACEPTADOS, DERIVADOS Y DERIVADOS POR MOTIVO.      *
      *     LAS ACEPTACIONES SOLO SE CONFIRMAN SI NO HUBO ERROR.       *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              MOVE SPACES                TO REG-FINFORME
              WRITE REG-FINFORME
      *
              MOVE 'ACEPTADOS AUTOMATICAMENTE'
                                         TO TEXTO-TOT
              MOVE CN-AUTOMATICOS        TO CUENTA-TOT
              MOVE WK-IMPORTE-AUTOMATICO TO IMPORTE-TOT
              WRITE REG-FINFORME FROM LINEA-TOTAL
      *
              MOVE 0                     TO IMPORTE-TOT
              MOVE 'DERIVADOS A PERITO'  TO TEXTO-TOT
              MOVE CN-A-PERITO           TO CUENTA-TOT
              WRITE REG-FINFORME FROM LINEA-TOTAL
      *
              PERFORM 3100-TOTAL-MOTIVO
                 THRU 3100-TOTAL-MOTIVO-EXIT
                VARYING IND FROM 1 BY 1
                UNTIL IND > CT-NUM-MOTIVOS
      *
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
               CLOSE CUR-PENDIENTES
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   T R I A J S I N    **'
           DISPLAY '***********************************'
           DISPLAY '*SINIESTROS TRIADOS : ' CN-SINIESTROS '      *'
           DISPLAY '*AUTOMATICOS        : ' CN-AUTOMATICOS '      *'
           DISPLAY '*A PERITO           : ' CN-A-PERITO '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     3100-TOTAL-MOTIVO                                          *
      ******************************************************************
       3100-TOTAL-MOTIVO.
      *
           MOVE SPACES                   TO TEXTO-TOT
           STRING '  ' TEXTO-MOTIVO-TB (IND)
                  DELIMITED BY SIZE
             INTO TEXTO-TOT
           END-STRING
           MOVE CN-MOTIVOS-TB (IND)      TO CUENTA-TOT
           WRITE REG-FINFORME FROM LINEA-TOTAL
      *
           .
       3100-TOTAL-MOTIVO-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-PENDIENTES
                INTO :WK-ID-SINIESTRO
                    ,:WK-FECHA-SINIESTRO
                    ,:WK-CAUSAS
                    ,:WK-INDEMNIZACION
                    ,:WK-POLIZA
                    ,:WK-COD-EVENTO
                    ,:WK-TIPO-POLIZA
                    ,:WK-FECHA-INICIO
                    ,:WK-FECHA-VENCIMIENTO
                    ,:WK-COBERTURA1
                    ,:WK-COBERTURA2
                    ,:WK-COBERTURA3
                    ,:WK-COBERTURA4
                    ,:WK-BLOQUEOS
                    ,:WK-PUNTUACION
                    ,:WK-CASOS-ABIERTOS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PENDIENTES'
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
