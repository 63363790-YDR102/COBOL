      ******************************************************************
      ** A L T A S I N.-APERTURA DE SINIESTROS DECLARADOS AL CENTRO   **
      **                DE ATENCION TELEFONICA (PRIMERA NOTIFICACION).**
      **                LEE EL FICHERO DIARIO DE DECLARACIONES        **
      **                (POLIZA, FECHA DEL SINIESTRO, CAUSA E IMPORTE **
      **                ESTIMADO) Y APLICA LOS MISMOS CONTROLES QUE   **
      **                VALSNPOL:                                     **
      **                - QUE LA POLIZA EXISTE.                       **
      **                - QUE LA FECHA DEL SINIESTRO CAE DENTRO DE LA **
      **                  VIGENCIA DE LA POLIZA.                      **
      **                - QUE LA CAUSA CORRESPONDE A UNA COBERTURA    **
      **                  CONTRATADA (COBERTURA1..4).                 **
      **                - QUE EL IMPORTE ESTIMADO NO SUPERA LO QUE    **
      **                  QUEDA DE LA SUMA ASEGURADA DE LA COBERTURA  **
      **                  SEGUN CONSUMO_COBERTURAS.                   **
      **                LA DECLARACION VALIDA SE DA DE ALTA EN        **
      **                SINIESTROS_PEPITO_SEG CON EL SIGUIENTE ID,    **
      **                ACPTADO = 'P' (PENDIENTE DE PERITACION) Y     **
      **                DNI_PERITO EN BLANCO PARA QUE ASIGPER LO      **
      **                REPARTA ESA NOCHE; SE ABRE SU RESERVA EN      **
      **                RESERVAS_SINIESTROS CON EL IMPORTE ESTIMADO Y **
      **                SE ETIQUETA CON EL EVENTO CATASTROFICO DE LA  **
      **                ZONA SI LO HAY (COMO LOADSIN).                **
      **                LAS DECLARACIONES RECHAZADAS VAN AL FICHERO   **
      **                DE EXCEPCIONES CON CODIGO Y TEXTO DEL MOTIVO  **
      **                PARA QUE EL CENTRO LLAME AL CLIENTE.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   ALTASIN.
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
           SELECT FDECLARA ASSIGN TO FDECLARA
           FILE STATUS FS-FDECLARA.
      *
           SELECT FALTAS ASSIGN TO FALTAS
           FILE STATUS FS-FALTAS.
      *
           SELECT FEXCEP ASSIGN TO FEXCEP
           FILE STATUS FS-FEXCEP.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FDECLARA
           RECORDING MODE IS F.
       01  REG-FDECLARA               PIC X(0089).
      *    DECLARACIONES DE SINIESTRO RECIBIDAS POR TELEFONO
      *
       FD FALTAS
           RECORDING MODE IS F.
       01  REG-FALTAS                 PIC X(0080).
      *    SINIESTROS ABIERTOS EN LA EJECUCION
      *
       FD FEXCEP
           RECORDING MODE IS F.
       01  REG-FEXCEP                 PIC X(0130).
      *    DECLARACIONES RECHAZADAS CON CODIGO Y TEXTO DEL MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FDECLARA            PIC X(02).
           05  FS-FALTAS              PIC X(02).
           05  FS-FEXCEP              PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-ACPTADO-PENDIENTE   PIC X(01) VALUE 'P'.
           05  CT-RESERVA-ABIERTA     PIC X(01) VALUE 'A'.
           05  CT-MOTIVO-SIN-POLIZA   PIC X(02) VALUE '01'.
           05  CT-MOTIVO-FUERA-VIGENCIA
                                      PIC X(02) VALUE '02'.
           05  CT-MOTIVO-SIN-COBERTURA
                                      PIC X(02) VALUE '03'.
           05  CT-MOTIVO-SUPERA-SUMA  PIC X(02) VALUE '04'.
           05  CT-MOTIVO-DATOS        PIC X(02) VALUE '05'.
      *
      * TEXTO DE CADA MOTIVO DE RECHAZO PARA EL CENTRO DE ATENCION
       01  CT-TABLA-MOTIVOS.
           05  FILLER              PIC X(40) VALUE
               'POLIZA INEXISTENTE                      '.
           05  FILLER              PIC X(40) VALUE
               'FECHA FUERA DE LA VIGENCIA DE LA POLIZA '.
           05  FILLER              PIC X(40) VALUE
               'CAUSA NO CUBIERTA POR LA POLIZA         '.
           05  FILLER              PIC X(40) VALUE
               'IMPORTE SUPERA LA SUMA ASEGURADA LIBRE  '.
           05  FILLER              PIC X(40) VALUE
               'DECLARACION INCOMPLETA O IMPORTE NULO   '.
       01  CT-TABLA-MOTIVOS-R REDEFINES CT-TABLA-MOTIVOS.
           05  TEXTO-MOTIVO-TB        PIC X(40) OCCURS 5.
      *
      * TABLA DE CORRESPONDENCIA ENTRE LA PRIMERA PALABRA DE LA CAUSA
      * DEL SINIESTRO Y EL TIPO DE COBERTURA QUE DEBE ESTAR CONTRATADA
      * (LA MISMA DE VALSNPOL). LAS CAUSAS QUE NO FIGURAN EN LA TABLA
      * NO EXIGEN COBERTURA.
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
           05  CN-DECLARAC-LEIDAS     PIC 9(05).
           05  CN-SINIESTROS-ABIERTOS PIC 9(05).
           05  CN-DECLARAC-RECHAZ     PIC 9(05).
      *
      * REGISTRO DEL FICHERO DE DECLARACIONES
       01  DATOS-DECLARACION.
           05  POLIZA-DEC             PIC X(09).
           05  FECHA-SINIESTRO-DEC    PIC X(10).
           05  CAUSAS-DEC             PIC X(55).
           05  IMPORTE-DEC            PIC S9(13)V9(2).
      *
       01  WK-VARIABLES.
           05  WK-PRIMERA-PALABRA     PIC X(15).
           05  WK-COBERTURA-EXIGIDA   PIC X(02).
           05  WK-MOTIVO              PIC X(02).
           05  WK-IND-MOTIVO          PIC 9(02).
           05  WK-COD-EVENTO          PIC X(06).
           05  WK-IMPORTE-ESTIMADO    PIC S9(13)V9(2) COMP-3.
           05  WK-LIMITE-COBERTURA    PIC S9(13)V9(2) COMP-3.
           05  WK-CONSUMIDO           PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE1            PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE2            PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE3            PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE4            PIC S9(13)V9(2) COMP-3.
           05  WK-ID-SINIESTRO        PIC S9(09) COMP.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYFECHA.
      *
       01  LINEA-ALTA.
           05  ID-SINIESTRO-ALT       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-ALT             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-ALT              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  COBERTURA-ALT          PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESERVA-ALT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EVENTO-ALT             PIC X(06).
           05  FILLER                 PIC X(17) VALUE SPACES.
      *
       01  LINEA-EXCEP.
           05  DECLARACION-EXC        PIC X(89).
           05  MOTIVO-EXC             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TEXTO-EXC              PIC X(38).
      *
       01  SW-SWITCHES.
           05  SW-FIN-FDECLARA        PIC X(01).
               88  SI-FIN-FDECLARA              VALUE 'S'.
               88  NO-FIN-FDECLARA              VALUE 'N'.
           05  SW-SINIESTRO-VALIDO    PIC X(01).
               88  SI-SINIESTRO-VALIDO          VALUE 'S'.
               88  NO-SINIESTRO-VALIDO          VALUE 'N'.
           05  SW-COBERTURA-CONTRATADA
                                      PIC X(01).
               88  SI-COBERTURA-CONTRATADA      VALUE 'S'.
               88  NO-COBERTURA-CONTRATADA      VALUE 'N'.
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
      *--------DCLGEN CONSUMO_COBERTURAS--*
      *
           EXEC SQL
               INCLUDE TBCONCOB
           END-EXEC.
      *
      *--------DCLGEN SINIESTROS_PEPITO_SEG
      *
           EXEC SQL
               INCLUDE TBSINFIN
           END-EXEC.
      *
      *--------DCLGEN RESERVAS_SINIESTROS-*
      *
           EXEC SQL
               INCLUDE TBRESSIN
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
             UNTIL SI-FIN-FDECLARA
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
                      DATOS-DECLARACION
                      WK-VARIABLES
                      DCLSEGUROS-PEPITO-SEG
                      DCLCONSUMO-COBERTURAS
                      DCLSINIESTROS-PEPITO-SEG
                      DCLRESERVAS-SINIESTROS
      *
           SET NO-FIN-FDECLARA           TO TRUE
      *
           OPEN INPUT  FDECLARA
           OPEN OUTPUT FALTAS
                       FEXCEP
      *
           IF FS-FDECLARA NOT = CT-00
              OR FS-FALTAS NOT = CT-00
              OR FS-FEXCEP NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDECLARA ' ' FS-FALTAS
                      ' ' FS-FEXCEP
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FDECLARA
              THRU 9000-LEER-FDECLARA-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     VALIDAR LA DECLARACION EN CURSO CONTRA SU POLIZA Y, SI ES  *
      *     VALIDA, ABRIR SINIESTRO Y RESERVA EN UNA UNIDAD DE         *
      *     TRABAJO.                                                   *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-SINIESTRO-VALIDO       TO TRUE
           INITIALIZE WK-MOTIVO
      *
           PERFORM 2050-VALIDAR-DATOS
              THRU 2050-VALIDAR-DATOS-EXIT
      *
           IF SI-SINIESTRO-VALIDO
              PERFORM 2100-CONSULTAR-POLIZA
                 THRU 2100-CONSULTAR-POLIZA-EXIT
           END-IF
      *
           IF SI-SINIESTRO-VALIDO
              PERFORM 2200-VALIDAR-FECHAS
                 THRU 2200-VALIDAR-FECHAS-EXIT
           END-IF
      *
           IF SI-SINIESTRO-VALIDO
              PERFORM 2300-VALIDAR-COBERTURA
                 THRU 2300-VALIDAR-COBERTURA-EXIT
           END-IF
      *
           IF SI-SINIESTRO-VALIDO
              PERFORM 2400-VALIDAR-CONSUMO
                 THRU 2400-VALIDAR-CONSUMO-EXIT
           END-IF
      *
           IF NO-SINIESTRO-VALIDO
              PERFORM 2800-ESCRIBIR-FEXCEP
                 THRU 2800-ESCRIBIR-FEXCEP-EXIT
      *
              GO TO 2000-PROCESO-AVANZAR
           END-IF
      *
           PERFORM 2500-ALTA-SINIESTRO
              THRU 2500-ALTA-SINIESTRO-EXIT
      *
           PERFORM 2600-ABRIR-RESERVA
              THRU 2600-ABRIR-RESERVA-EXIT
      *
           PERFORM 2650-ETIQUETAR-EVENTO
              THRU 2650-ETIQUETAR-EVENTO-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-SINIESTROS-ABIERTOS
      *
           PERFORM 2700-INFORMAR-ALTA
              THRU 2700-INFORMAR-ALTA-EXIT
      *
           .
       2000-PROCESO-AVANZAR.
      *
           PERFORM 9000-LEER-FDECLARA
              THRU 9000-LEER-FDECLARA-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-VALIDAR-DATOS                                         *
      *     LA DECLARACION DEBE TRAER POLIZA, CAUSA, UNA FECHA VALIDA  *
      *     Y UN IMPORTE ESTIMADO POSITIVO.                            *
      ******************************************************************
       2050-VALIDAR-DATOS.
      *
           IF POLIZA-DEC = SPACES
              OR CAUSAS-DEC = SPACES
              OR IMPORTE-DEC NOT NUMERIC
              SET NO-SINIESTRO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2050-VALIDAR-DATOS-EXIT
           END-IF
      *
           MOVE IMPORTE-DEC              TO WK-IMPORTE-ESTIMADO
      *
           IF WK-IMPORTE-ESTIMADO NOT > ZEROS
              SET NO-SINIESTRO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2050-VALIDAR-DATOS-EXIT
           END-IF
      *
           INITIALIZE CPYFECHA
           MOVE 'V'                      TO OPCION-FEC
           MOVE FECHA-SINIESTRO-DEC      TO FECHA-E-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    SET NO-SINIESTRO-VALIDO TO TRUE
                    MOVE CT-MOTIVO-DATOS    TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
                    DISPLAY 'PARRAFO: 2050-VALIDAR-DATOS'
                    DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2050-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CONSULTAR-POLIZA                                      *
      *     RECUPERAMOS DE SEGUROS_PEPITO_SEG LA POLIZA DEL SINIESTRO  *
      *     CON SUS FECHAS DE VIGENCIA Y SUS COBERTURAS CONTRATADAS.   *
      ******************************************************************
       2100-CONSULTAR-POLIZA.
      *
           MOVE POLIZA-DEC               TO TB-NUMERO-POLIZA
                                         OF DCLSEGUROS-PEPITO-SEG
      *
           EXEC SQL
               SELECT FECHA_INICIO
                     ,FECHA_VENCIMIENTO
                     ,COBERTURA1_TIPO
                     ,COBERTURA2_TIPO
                     ,COBERTURA3_TIPO
                     ,COBERTURA4_TIPO
                     ,COALESCE(COBERTURA1_IMPORTE, 0)
                     ,COALESCE(COBERTURA2_IMPORTE, 0)
                     ,COALESCE(COBERTURA3_IMPORTE, 0)
                     ,COALESCE(COBERTURA4_IMPORTE, 0)
                 INTO :TB-FECHA-INICIO
                     ,:TB-FECHA-VENCIMIENTO
                     ,:TB-COBERTURA1-TIPO
                     ,:TB-COBERTURA2-TIPO
                     ,:TB-COBERTURA3-TIPO
                     ,:TB-COBERTURA4-TIPO
                     ,:WK-IMPORTE1
                     ,:WK-IMPORTE2
                     ,:WK-IMPORTE3
                     ,:WK-IMPORTE4
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA =
                      :DCLSEGUROS-PEPITO-SEG.TB-NUMERO-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-SINIESTRO-VALIDO     TO TRUE
                    MOVE CT-MOTIVO-SIN-POLIZA   TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-CONSULTAR-POLIZA'
                    DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-CONSULTAR-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-VALIDAR-FECHAS                                        *
      *     LA FECHA DEL SINIESTRO DEBE CAER DENTRO DEL PERIODO DE     *
      *     VIGENCIA DE LA POLIZA (FECHA_INICIO / FECHA_VENCIMIENTO).  *
      ******************************************************************
       2200-VALIDAR-FECHAS.
      *
           IF FECHA-SINIESTRO-DEC < TB-FECHA-INICIO
              OR FECHA-SINIESTRO-DEC > TB-FECHA-VENCIMIENTO
              SET NO-SINIESTRO-VALIDO         TO TRUE
              MOVE CT-MOTIVO-FUERA-VIGENCIA   TO WK-MOTIVO
           END-IF
      *
           .
       2200-VALIDAR-FECHAS-EXIT.
           EXIT.
      ******************************************************************
      *     2300-VALIDAR-COBERTURA                                     *
      *     DEDUCIMOS DE LA PRIMERA PALABRA DE LA CAUSA LA COBERTURA   *
      *     QUE EXIGE Y COMPROBAMOS QUE LA POLIZA LA TIENE CONTRATADA  *
      *     EN COBERTURA1..4_TIPO. LAS CAUSAS QUE NO FIGURAN EN LA     *
      *     TABLA DE CORRESPONDENCIA NO EXIGEN COBERTURA.              *
      ******************************************************************
       2300-VALIDAR-COBERTURA.
      *
           INITIALIZE WK-PRIMERA-PALABRA
                      WK-COBERTURA-EXIGIDA
      *
           UNSTRING CAUSAS-DEC DELIMITED BY ' '
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
           IF WK-COBERTURA-EXIGIDA = SPACES
              GO TO 2300-VALIDAR-COBERTURA-EXIT
           END-IF
      *
           SET NO-COBERTURA-CONTRATADA   TO TRUE
      *
           IF WK-COBERTURA-EXIGIDA = TB-COBERTURA1-TIPO
              OR WK-COBERTURA-EXIGIDA = TB-COBERTURA2-TIPO
              OR WK-COBERTURA-EXIGIDA = TB-COBERTURA3-TIPO
              OR WK-COBERTURA-EXIGIDA = TB-COBERTURA4-TIPO
              SET SI-COBERTURA-CONTRATADA TO TRUE
           END-IF
      *
           IF NO-COBERTURA-CONTRATADA
              SET NO-SINIESTRO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-SIN-COBERTURA
                                         TO WK-MOTIVO
           END-IF
      *
           .
       2300-VALIDAR-COBERTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-VALIDAR-CONSUMO                                       *
      *     EL IMPORTE ESTIMADO NO PUEDE SUPERAR LO QUE QUEDA DE LA    *
      *     SUMA ASEGURADA DE LA COBERTURA EXIGIDA: LIMITE CONTRATADO  *
      *     MENOS EL CONSUMO ACUMULADO POR SINIESTROS ANTERIORES.      *
      ******************************************************************
       2400-VALIDAR-CONSUMO.
      *
           IF WK-COBERTURA-EXIGIDA = SPACES
              GO TO 2400-VALIDAR-CONSUMO-EXIT
           END-IF
      *
           EVALUATE WK-COBERTURA-EXIGIDA
               WHEN TB-COBERTURA1-TIPO
                    MOVE WK-IMPORTE1     TO WK-LIMITE-COBERTURA
               WHEN TB-COBERTURA2-TIPO
                    MOVE WK-IMPORTE2     TO WK-LIMITE-COBERTURA
               WHEN TB-COBERTURA3-TIPO
                    MOVE WK-IMPORTE3     TO WK-LIMITE-COBERTURA
               WHEN TB-COBERTURA4-TIPO
                    MOVE WK-IMPORTE4     TO WK-LIMITE-COBERTURA
               WHEN OTHER
                    GO TO 2400-VALIDAR-CONSUMO-EXIT
           END-EVALUATE
      *
           MOVE POLIZA-DEC               TO CC-NUMERO-POLIZA
           MOVE WK-COBERTURA-EXIGIDA     TO CC-COBERTURA-TIPO
      *
           EXEC SQL
               SELECT COALESCE(IMPORTE_CONSUMIDO, 0)
                 INTO :WK-CONSUMIDO
                 FROM CONSUMO_COBERTURAS
                WHERE NUMERO_POLIZA = :CC-NUMERO-POLIZA
                  AND COBERTURA_TIPO = :CC-COBERTURA-TIPO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO WK-CONSUMIDO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-VALIDAR-CONSUMO'
                    DISPLAY 'TABLA: CONSUMO_COBERTURAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-IMPORTE-ESTIMADO > WK-LIMITE-COBERTURA - WK-CONSUMIDO
              SET NO-SINIESTRO-VALIDO    TO TRUE
              MOVE CT-MOTIVO-SUPERA-SUMA TO WK-MOTIVO
           END-IF
      *
           .
       2400-VALIDAR-CONSUMO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ALTA-SINIESTRO                                        *
      *     EL SINIESTRO NACE PENDIENTE DE PERITACION (ACPTADO 'P'),   *
      *     SIN PERITO NI DECISION: ASIGPER LO RECOGE ESA NOCHE Y      *
      *     PAGOSIN NO LO VE HASTA QUE SE ACEPTE.                      *
      ******************************************************************
       2500-ALTA-SINIESTRO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_SINIETRO), 0) + 1
                 INTO :WK-ID-SINIESTRO
                 FROM SINIESTROS_PEPITO_SEG
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-ALTA-SINIESTRO'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-ID-SINIESTRO          TO TB-ID-SINIETRO
           MOVE FECHA-SINIESTRO-DEC      TO TB-FECHA-SINIESTRO
           MOVE CAUSAS-DEC               TO TB-CAUSAS
           MOVE CT-ACPTADO-PENDIENTE     TO TB-ACPTADO
           MOVE WK-IMPORTE-ESTIMADO      TO TB-INDEMNIZACION
           MOVE POLIZA-DEC               TO TB-NUMERO-POLIZA
                                         OF DCLSINIESTROS-PEPITO-SEG
           MOVE SPACES                   TO TB-DNI-PERITO
      *
           EXEC SQL
               INSERT INTO SINIESTROS_PEPITO_SEG
                      (ID_SINIETRO
                      ,FECHA_SINIESTRO
                      ,CAUSAS
                      ,ACPTADO
                      ,INDEMNIZACION
                      ,NUMERO_POLIZA
                      ,DNI_PERITO)
                      VALUES(
                       :TB-ID-SINIETRO
                      ,:TB-FECHA-SINIESTRO
                      ,:TB-CAUSAS
                      ,:TB-ACPTADO
                      ,:TB-INDEMNIZACION
                      ,:DCLSINIESTROS-PEPITO-SEG.TB-NUMERO-POLIZA
                      ,:TB-DNI-PERITO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-ALTA-SINIESTRO'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
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
       2500-ALTA-SINIESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ABRIR-RESERVA                                         *
      *     LA RESERVA SE ABRE CON EL IMPORTE ESTIMADO DECLARADO; EL   *
      *     PERITO LA AJUSTA DESPUES CON AJUSRES.                      *
      ******************************************************************
       2600-ABRIR-RESERVA.
      *
           MOVE WK-ID-SINIESTRO          TO RS-ID-SINIETRO
           MOVE POLIZA-DEC               TO RS-NUMERO-POLIZA
           MOVE WK-IMPORTE-ESTIMADO      TO RS-IMPORTE-RESERVA
           MOVE CT-RESERVA-ABIERTA       TO RS-ESTADO
      *
           EXEC SQL
               INSERT INTO RESERVAS_SINIESTROS
                      (ID_SINIETRO
                      ,NUMERO_POLIZA
                      ,IMPORTE_RESERVA
                      ,ESTADO
                      ,FECHA_APERTURA
                      ,IMPORTE_INICIAL)
                      VALUES(
                       :RS-ID-SINIETRO
                      ,:RS-NUMERO-POLIZA
                      ,:RS-IMPORTE-RESERVA
                      ,:RS-ESTADO
                      ,CURRENT DATE
                      ,:RS-IMPORTE-RESERVA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2600-ABRIR-RESERVA'
              DISPLAY 'TABLA: RESERVAS_SINIESTROS'
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
       2600-ABRIR-RESERVA-EXIT.
           EXIT.
      ******************************************************************
      *     2650-ETIQUETAR-EVENTO                                      *
      *     SI LA FECHA DEL SINIESTRO CAE EN LA VENTANA DE UN EVENTO   *
      *     CATASTROFICO DECLARADO PARA LA ZONA POSTAL DEL TOMADOR,    *
      *     DEJAMOS EL CODIGO DEL EVENTO EN EL SINIESTRO (COMO LOADSIN)*
      ******************************************************************
       2650-ETIQUETAR-EVENTO.
      *
           MOVE SPACES                   TO WK-COD-EVENTO
      *
           EXEC SQL
               SELECT E.COD_EVENTO
                 INTO :WK-COD-EVENTO
                 FROM EVENTOS_CATASTROFE E
                     ,SEGUROS_PEPITO_SEG S
                     ,CLIENTES_PEPITO_SEG C
                WHERE S.NUMERO_POLIZA = :POLIZA-DEC
                  AND C.DNI_CL = S.DNI_CL
                  AND E.ZONA_POSTAL = SUBSTR(C.COD_POSTAL, 1, 2)
                  AND DATE(:FECHA-SINIESTRO-DEC)
                      BETWEEN E.FECHA_INICIO AND E.FECHA_FIN
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    GO TO 2650-ETIQUETAR-EVENTO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2650-ETIQUETAR-EVENTO'
                    DISPLAY 'TABLA: EVENTOS_CATASTROFE'
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
           EXEC SQL
               UPDATE SINIESTROS_PEPITO_SEG
                  SET COD_EVENTO = :WK-COD-EVENTO
                WHERE ID_SINIETRO = :WK-ID-SINIESTRO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2650-ETIQUETAR-EVENTO'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
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
       2650-ETIQUETAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-INFORMAR-ALTA                                         *
      ******************************************************************
       2700-INFORMAR-ALTA.
      *
           MOVE WK-ID-SINIESTRO          TO ID-SINIESTRO-ALT
           MOVE POLIZA-DEC               TO POLIZA-ALT
           MOVE FECHA-SINIESTRO-DEC      TO FECHA-ALT
           MOVE WK-COBERTURA-EXIGIDA     TO COBERTURA-ALT
           MOVE WK-IMPORTE-ESTIMADO      TO RESERVA-ALT
           MOVE WK-COD-EVENTO            TO EVENTO-ALT
      *
           WRITE REG-FALTAS FROM LINEA-ALTA
      *
           IF FS-FALTAS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FALTAS'
              DISPLAY 'PARRAFO: 2700-INFORMAR-ALTA'
              DISPLAY 'FILE STATUS: ' FS-FALTAS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-INFORMAR-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-FEXCEP                                       *
      *     LA DECLARACION COMPLETA CON EL CODIGO DE MOTIVO Y SU TEXTO *
      ******************************************************************
       2800-ESCRIBIR-FEXCEP.
      *
           MOVE DATOS-DECLARACION        TO DECLARACION-EXC
           MOVE WK-MOTIVO                TO MOTIVO-EXC
           MOVE WK-MOTIVO                TO WK-IND-MOTIVO
           MOVE TEXTO-MOTIVO-TB (WK-IND-MOTIVO)
                                         TO TEXTO-EXC
      *
           WRITE REG-FEXCEP FROM LINEA-EXCEP
      *
           IF FS-FEXCEP NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEXCEP'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-FEXCEP'
              DISPLAY 'FILE STATUS: ' FS-FEXCEP
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DECLARAC-RECHAZ
      *
           .
       2800-ESCRIBIR-FEXCEP-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FDECLARA
                 FALTAS
                 FEXCEP
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A L T A S I N      **'
           DISPLAY '***********************************'
           DISPLAY '*DECLARACIONES LEIDAS: ' CN-DECLARAC-LEIDAS
                   '     *'
           DISPLAY '*SINIESTROS ABIERTOS : ' CN-SINIESTROS-ABIERTOS
                   '     *'
           DISPLAY '*DECLARACIONES RECHAZ: ' CN-DECLARAC-RECHAZ
                   '     *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FDECLARA                                         *
      ******************************************************************
       9000-LEER-FDECLARA.
      *
           READ FDECLARA INTO DATOS-DECLARACION
      *
           EVALUATE FS-FDECLARA
               WHEN CT-00
                    ADD CT-1             TO CN-DECLARAC-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FDECLARA  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FDECLARA'
                    DISPLAY 'PARRAFO: 9000-LEER-FDECLARA'
                    DISPLAY 'FILE STATUS: ' FS-FDECLARA
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FDECLARA-EXIT.
           EXIT.
      *
