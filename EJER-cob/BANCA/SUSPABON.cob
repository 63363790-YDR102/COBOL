      ******************************************************************
      ** S U S P A B O N.-ANTIGUEDAD Y DEVOLUCION DE LOS ABONOS EN    **
      **                  SUSPENSO. RECORRE ABONOS_SUSPENSO PENDIENTES**
      **                  (LOS DEJA ABONOREC), LOS CLASIFICA POR DIAS **
      **                  EN ESPERA EN TRAMOS DE 7/15/30/60 Y MAS     **
      **                  DIAS Y EMITE EL INFORME DE ANTIGUEDAD CON   **
      **                  TOTALES POR TRAMO. LOS QUE NADIE HA         **
      **                  RECLAMADO PASADOS LOS DIAS DE ESPERA        **
      **                  (PARAMETRO DIAS-DEVOL, DEFECTO 15, SYSIN    **
      **                  ANULA) SE DEVUELVEN A LA ENTIDAD ORDENANTE  **
      **                  EN EL FICHERO DE SALIDA A LA CAMARA (MISMO  **
      **                  FORMATO CPYTRFEM, CON LOS IBAN CRUZADOS Y   **
      **                  EL MOTIVO COMO CONCEPTO) Y SE MARCAN COMO   **
      **                  DEVUELTOS.                                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   SUSPABON.
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
           SELECT FDEVOLUC ASSIGN TO FDEVOLUC
           FILE STATUS FS-FDEVOLUC.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0110).
      *    INFORME DE ANTIGUEDAD DE ABONOS EN SUSPENSO
      *
       FD FDEVOLUC
           RECORDING MODE IS F.
       01  REG-FDEVOLUC               PIC X(0150).
      *    DEVOLUCIONES A LAS ENTIDADES ORDENANTES (FORMATO CPYTRFEM)
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FDEVOLUC            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'SUSPABON'.
      *
      * LIMITE SUPERIOR EN DIAS DE CADA TRAMO (EL ULTIMO, SIN LIMITE)
       01  CT-TABLA-TRAMOS.
           05  FILLER                 PIC X(14) VALUE
               '007HASTA 7    '.
           05  FILLER                 PIC X(14) VALUE
               '0158 A 15     '.
           05  FILLER                 PIC X(14) VALUE
               '03016 A 30    '.
           05  FILLER                 PIC X(14) VALUE
               '06031 A 60    '.
           05  FILLER                 PIC X(14) VALUE
               '999MAS DE 60  '.
       01  CT-TABLA-TRAMOS-R REDEFINES CT-TABLA-TRAMOS.
           05  TRAMOS-TB OCCURS 5.
               10  LIMITE-TRAMO-TB    PIC 9(03).
               10  TEXTO-TRAMO-TB     PIC X(11).
      *
       01  CN-CONTADORES.
           05  CN-PENDIENTES          PIC 9(05).
           05  CN-DEVUELTOS           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-DIAS-DEVOL-E        PIC 9(03).
           05  WK-DIAS-ESPERA         PIC S9(09) COMP.
           05  WK-TRAMO               PIC 9(01).
           05  WK-ACCION              PIC X(10).
           05  WK-IMPORTE-DEVUELTO    PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-PENDIENTE   PIC S9(15)V9(02) COMP-3.
           05  WK-FECHA-HOY           PIC 9(08).
           05  WK-HORA-HOY            PIC 9(08).
      *
      * ACUMULADORES POR TRAMO: NUMERO DE ABONOS E IMPORTE
       01  WK-TOTALES-TRAMO.
           05  WK-TOTAL-TRAMO         OCCURS 5 TIMES.
               10  WK-NUM-TRAMO       PIC 9(05).
               10  WK-IMPORTE-TRAMO   PIC S9(15)V9(02) COMP-3.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYPARAM.
      *
       COPY CPYPUENT.
      *
       COPY CPYTRFEM.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(40) VALUE
               'ABONOS EN SUSPENSO - DIAS DE ESPERA:    '.
           05  DIAS-CAB               PIC ZZ9.
           05  FILLER                 PIC X(67) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  ID-DET                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ENTIDAD-DET            PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REFERENCIA-DET         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FECHA-DET              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIAS-DET               PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-DET            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-DET             PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-DET             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TRAMO-DET              PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ACCION-DET             PIC X(10).
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       01  LINEA-TRAMO.
           05  FILLER                 PIC X(06) VALUE 'TRAMO '.
           05  TEXTO-TRAMO-TOT        PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-TRAMO-TOT          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-TRAMO-TOT      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(64) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-SUSPENSO        PIC X(01).
               88  SI-FIN-SUSPENSO              VALUE 'S'.
               88  NO-FIN-SUSPENSO              VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN ABONOS_SUSPENSO-----*
      *
           EXEC SQL
               INCLUDE TBABOSUS
           END-EXEC.
      *
      *--------CURSOR DE ABONOS PENDIENTES, LOS MAS ANTIGUOS PRIMERO---*
      *
           EXEC SQL
               DECLARE CUR-SUSPENSO CURSOR WITH HOLD FOR
               SELECT ID_SUSPENSO
                     ,ENTIDAD_ORDENANTE
                     ,REFERENCIA
                     ,IBAN_ORDENANTE
                     ,IBAN_BENEFICIARIO
                     ,IMPORTE
                     ,DIVISA
                     ,CONCEPTO
                     ,MOTIVO
                     ,FECHA_RECEPCION
                     ,DAYS(CURRENT DATE) - DAYS(FECHA_RECEPCION)
                 FROM ABONOS_SUSPENSO
                WHERE ESTADO = 'P'
                ORDER BY FECHA_RECEPCION, ID_SUSPENSO
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
             UNTIL SI-FIN-SUSPENSO
      *
           PERFORM 2700-TOTALES-TRAMO
              THRU 2700-TOTALES-TRAMO-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > 5
      *
           PERFORM 2800-ESCRIBIR-TOTALES
              THRU 2800-ESCRIBIR-TOTALES-EXIT
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
                      WK-TOTALES-TRAMO
                      DCLABONOS-SUSPENSO
      *
           SET NO-FIN-SUSPENSO           TO TRUE
      *
           ACCEPT WK-DIAS-DEVOL-E FROM SYSIN
      *
      *    SYSIN SOLO ANULA: LOS DIAS DE ESPERA LOS GOBIERNA LA TABLA
      *    DE PARAMETROS A TRAVES DE RUTPARAM
           INITIALIZE CPYPARAM
           MOVE CT-PGM                   TO PROGRAMA-PAR
           MOVE 'DIAS-DEVOL'             TO PARAMETRO-PAR
           MOVE WK-DIAS-DEVOL-E          TO VALOR-SYSIN-PAR
           MOVE 15                       TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-DIAS-DEVOL-E
      *
           DISPLAY 'SUSPABON: DIAS DE ESPERA ANTES DE DEVOLVER: '
                   WK-DIAS-DEVOL-E ' ORIGEN ' ORIGEN-PAR
      *
           OPEN OUTPUT FINFORME
                       FDEVOLUC
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FDEVOLUC NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FDEVOLUC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-DIAS-DEVOL-E          TO DIAS-CAB
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
      * CABECERA DEL FICHERO A LA CAMARA: SE GRABA SIEMPRE, AUNQUE NO
      * HAYA NADA QUE DEVOLVER
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY FROM TIME
      *
           MOVE CT-ENTIDAD-COMP          TO ENTIDAD-TRC
           MOVE WK-FECHA-HOY             TO FECHA-TRC
           STRING CT-PGM                 DELIMITED BY SIZE
                  WK-FECHA-HOY           DELIMITED BY SIZE
                  WK-HORA-HOY (1:4)      DELIMITED BY SIZE
             INTO REFERENCIA-TRC
      *
           WRITE REG-FDEVOLUC FROM REG-TRF-CABECERA
      *
           IF FS-FDEVOLUC NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDEVOLUC'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDEVOLUC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-SUSPENSO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-SUSPENSO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-SUSPENSO
              THRU 9000-LEER-SUSPENSO-EXIT
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
      *     TRAMO DE ANTIGUEDAD DEL ABONO Y, SI HA SUPERADO LOS DIAS   *
      *     DE ESPERA, DEVOLUCION A LA ENTIDAD ORDENANTE.              *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE 0                        TO WK-TRAMO
      *
           PERFORM 2100-BUSCAR-TRAMO
              THRU 2100-BUSCAR-TRAMO-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > 5
                OR WK-TRAMO > 0
      *
           IF WK-TRAMO = 0
              MOVE 5                     TO WK-TRAMO
           END-IF
      *
           ADD CT-1                      TO WK-NUM-TRAMO (WK-TRAMO)
           ADD SU-IMPORTE                TO WK-IMPORTE-TRAMO (WK-TRAMO)
      *
           MOVE SPACES                   TO WK-ACCION
      *
           IF WK-DIAS-ESPERA > WK-DIAS-DEVOL-E
              PERFORM 2200-DEVOLVER-ABONO
                 THRU 2200-DEVOLVER-ABONO-EXIT
           ELSE
              ADD SU-IMPORTE             TO WK-IMPORTE-PENDIENTE
           END-IF
      *
           PERFORM 2500-LINEA-DETALLE
              THRU 2500-LINEA-DETALLE-EXIT
      *
           PERFORM 9000-LEER-SUSPENSO
              THRU 9000-LEER-SUSPENSO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-BUSCAR-TRAMO                                          *
      ******************************************************************
       2100-BUSCAR-TRAMO.
      *
           IF WK-DIAS-ESPERA NOT > LIMITE-TRAMO-TB (IND)
              MOVE IND                   TO WK-TRAMO
           END-IF
      *
           .
       2100-BUSCAR-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-DEVOLVER-ABONO                                        *
      *     DETALLE DE DEVOLUCION CON LOS IBAN CRUZADOS (ORDENA EL     *
      *     BENEFICIARIO QUE NO SE PUDO ABONAR, RECIBE EL ORDENANTE    *
      *     ORIGINAL) Y LA REFERENCIA ORIGINAL PARA QUE LA ENTIDAD LO  *
      *     CASE. LA MARCA SE COMMITEA TRAS GRABAR EL DETALLE.         *
      ******************************************************************
       2200-DEVOLVER-ABONO.
      *
           MOVE SU-REFERENCIA            TO REFERENCIA-TRD
           MOVE SU-IBAN-BENEFICIARIO     TO IBAN-ORDENANTE-TRD
           MOVE SU-IBAN-ORDENANTE        TO IBAN-BENEF-TRD
           MOVE SU-IMPORTE               TO IMPORTE-TRD
           MOVE SU-DIVISA                TO DIVISA-TRD
           MOVE SU-MOTIVO                TO CONCEPTO-TRD
           MOVE WK-FECHA-HOY             TO FECHA-EJEC-TRD
      *
           WRITE REG-FDEVOLUC FROM REG-TRF-DETALLE
      *
           IF FS-FDEVOLUC NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDEVOLUC'
              DISPLAY 'PARRAFO: 2200-DEVOLVER-ABONO'
              DISPLAY 'FILE STATUS: ' FS-FDEVOLUC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE ABONOS_SUSPENSO
                  SET ESTADO = 'D'
                     ,FECHA_DEVOLUCION = CURRENT DATE
                WHERE ID_SUSPENSO = :SU-ID-SUSPENSO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-DEVOLVER-ABONO'
              DISPLAY 'TABLA: ABONOS_SUSPENSO'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-DEVUELTOS
           ADD SU-IMPORTE                TO WK-IMPORTE-DEVUELTO
           MOVE 'DEVUELTO  '             TO WK-ACCION
      *
           .
       2200-DEVOLVER-ABONO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-LINEA-DETALLE                                         *
      ******************************************************************
       2500-LINEA-DETALLE.
      *
           MOVE SU-ID-SUSPENSO           TO ID-DET
           MOVE SU-ENTIDAD-ORDENANTE     TO ENTIDAD-DET
           MOVE SU-REFERENCIA            TO REFERENCIA-DET
           MOVE SU-FECHA-RECEPCION       TO FECHA-DET
           MOVE WK-DIAS-ESPERA           TO DIAS-DET
           MOVE SU-IMPORTE               TO IMPORTE-DET
           MOVE SU-DIVISA                TO DIVISA-DET
           MOVE SU-MOTIVO                TO MOTIVO-DET
           MOVE TEXTO-TRAMO-TB (WK-TRAMO) TO TRAMO-DET
           MOVE WK-ACCION                TO ACCION-DET
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-LINEA-DETALLE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-LINEA-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2700-TOTALES-TRAMO                                         *
      ******************************************************************
       2700-TOTALES-TRAMO.
      *
           MOVE TEXTO-TRAMO-TB (IND)     TO TEXTO-TRAMO-TOT
           MOVE WK-NUM-TRAMO (IND)       TO NUM-TRAMO-TOT
           MOVE WK-IMPORTE-TRAMO (IND)   TO IMPORTE-TRAMO-TOT
      *
           WRITE REG-FINFORME FROM LINEA-TRAMO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-TOTALES-TRAMO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-TOTALES-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-TOTALES                                      *
      *     REGISTRO DE TOTALES DE CONTROL DEL FICHERO A LA CAMARA.    *
      *     SOLO EN FIN NORMAL: UN FICHERO SIN TOTALES ES INCOMPLETO.  *
      ******************************************************************
       2800-ESCRIBIR-TOTALES.
      *
           MOVE CN-DEVUELTOS             TO NUM-DETALLES-TRT
           MOVE WK-IMPORTE-DEVUELTO      TO IMPORTE-TOTAL-TRT
      *
           WRITE REG-FDEVOLUC FROM REG-TRF-TOTALES
      *
           IF FS-FDEVOLUC NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDEVOLUC'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FDEVOLUC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-SUSPENSO
           END-EXEC
      *
           CLOSE FINFORME
                 FDEVOLUC
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   S U S P A B O N    **'
           DISPLAY '***********************************'
           DISPLAY '*ABONOS PENDIENTES : ' CN-PENDIENTES '       *'
           DISPLAY '*DEVUELTOS         : ' CN-DEVUELTOS '       *'
           DISPLAY '*IMPORTE DEVUELTO  : ' WK-IMPORTE-DEVUELTO
           DISPLAY '*IMPORTE PENDIENTE : ' WK-IMPORTE-PENDIENTE
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-SUSPENSO                                         *
      ******************************************************************
       9000-LEER-SUSPENSO.
      *
           EXEC SQL
               FETCH CUR-SUSPENSO
                INTO :SU-ID-SUSPENSO
                    ,:SU-ENTIDAD-ORDENANTE
                    ,:SU-REFERENCIA
                    ,:SU-IBAN-ORDENANTE
                    ,:SU-IBAN-BENEFICIARIO
                    ,:SU-IMPORTE
                    ,:SU-DIVISA
                    ,:SU-CONCEPTO
                    ,:SU-MOTIVO
                    ,:SU-FECHA-RECEPCION
                    ,:WK-DIAS-ESPERA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-PENDIENTES
               WHEN 100
                    SET SI-FIN-SUSPENSO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-SUSPENSO'
                    DISPLAY 'PARRAFO: 9000-LEER-SUSPENSO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-SUSPENSO-EXIT.
           EXIT.
      *
