      ******************************************************************
      ** Q U E J A M O V.-ALTAS Y RESOLUCIONES DE QUEJAS DEL SERVICIO **
      **                  DE ATENCION AL CLIENTE.                     **
      **                  LEE EL FICHERO DE MOVIMIENTOS DEL SAC:      **
      **                  - 'A' ALTA: VALIDA QUE LA POLIZA EXISTE Y   **
      **                    ES DEL DNI, QUE EL SINIESTRO (SI SE       **
      **                    INFORMA) ES DE LA POLIZA, EL MOTIVO Y LA  **
      **                    FECHA; LA DA DE ALTA EN QUEJAS CON EL     **
      **                    SIGUIENTE NUMERO Y SU FECHA LIMITE DE     **
      **                    RESPUESTA (ENTRADA + PLAZO LEGAL EN DIAS  **
      **                    NATURALES, PARAMETRO PLAZODIAS).          **
      **                  - 'R' RESOLUCION: CIERRA UNA QUEJA ABIERTA  **
      **                    CON FECHA Y RESULTADO (A FAVOR O EN       **
      **                    CONTRA DEL CLIENTE).                      **
      **                  LOS MOVIMIENTOS ACEPTADOS SE LISTAN EN      **
      **                  FREGIST (CON EL NUMERO DE QUEJA ASIGNADO) Y **
      **                  LOS RECHAZADOS EN FEXCEP CON SU MOTIVO.     **
      **                  SYSIN: PLAZO EN DIAS (OPCIONAL, 000 = EL DE **
      **                  LA TABLA PARAMETROS O 60).                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   QUEJAMOV.
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
           SELECT FQUEJAS ASSIGN TO FQUEJAS
           FILE STATUS FS-FQUEJAS.
      *
           SELECT FREGIST ASSIGN TO FREGIST
           FILE STATUS FS-FREGIST.
      *
           SELECT FEXCEP ASSIGN TO FEXCEP
           FILE STATUS FS-FEXCEP.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FQUEJAS
           RECORDING MODE IS F.
       01  REG-FQUEJAS                PIC X(0120).
      *    MOVIMIENTOS DE QUEJAS DEL SERVICIO DE ATENCION AL CLIENTE
      *
       FD FREGIST
           RECORDING MODE IS F.
       01  REG-FREGIST                PIC X(0080).
      *    MOVIMIENTOS ACEPTADOS
      *
       FD FEXCEP
           RECORDING MODE IS F.
       01  REG-FEXCEP                 PIC X(0161).
      *    MOVIMIENTOS RECHAZADOS CON CODIGO Y TEXTO DEL MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FQUEJAS             PIC X(02).
           05  FS-FREGIST             PIC X(02).
           05  FS-FEXCEP              PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-ESTADO-ABIERTA      PIC X(01) VALUE 'A'.
           05  CT-ESTADO-RESUELTA     PIC X(01) VALUE 'R'.
           05  CT-MOTIVO-DATOS        PIC X(02) VALUE '01'.
           05  CT-MOTIVO-POLIZA       PIC X(02) VALUE '02'.
           05  CT-MOTIVO-SINIESTRO    PIC X(02) VALUE '03'.
           05  CT-MOTIVO-CODIGO       PIC X(02) VALUE '04'.
           05  CT-MOTIVO-FECHA        PIC X(02) VALUE '05'.
           05  CT-MOTIVO-NO-EXISTE    PIC X(02) VALUE '06'.
           05  CT-MOTIVO-RESUELTA     PIC X(02) VALUE '07'.
           05  CT-MOTIVO-RESULTADO    PIC X(02) VALUE '08'.
      *
      * TEXTO DE CADA MOTIVO DE RECHAZO PARA EL SAC
       01  CT-TABLA-MOTIVOS.
           05  FILLER              PIC X(40) VALUE
               'OPERACION NO VALIDA O DATOS INCOMPLETOS '.
           05  FILLER              PIC X(40) VALUE
               'POLIZA INEXISTENTE O DE OTRO CLIENTE    '.
           05  FILLER              PIC X(40) VALUE
               'SINIESTRO INEXISTENTE O DE OTRA POLIZA  '.
           05  FILLER              PIC X(40) VALUE
               'MOTIVO DE QUEJA NO VALIDO               '.
           05  FILLER              PIC X(40) VALUE
               'FECHA NO VALIDA O ANTERIOR A LA ENTRADA '.
           05  FILLER              PIC X(40) VALUE
               'QUEJA INEXISTENTE                       '.
           05  FILLER              PIC X(40) VALUE
               'QUEJA YA RESUELTA                       '.
           05  FILLER              PIC X(40) VALUE
               'RESULTADO NO VALIDO (F/C)               '.
       01  CT-TABLA-MOTIVOS-R REDEFINES CT-TABLA-MOTIVOS.
           05  TEXTO-MOTIVO-TB        PIC X(40) OCCURS 8.
      *
       01  CN-CONTADORES.
           05  CN-MOVTOS-LEIDOS       PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-RESOLUCIONES        PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
      *
      * PARAMETROS DE SYSIN: PLAZO LEGAL DE RESPUESTA EN DIAS
       01  WK-PARM-SYSIN.
           05  WK-PLAZO-E             PIC 9(03).
      *
      * REGISTRO DEL FICHERO DE MOVIMIENTOS
       01  DATOS-MOVTO.
           05  OPERACION-MOV          PIC X(01).
               88  SI-ALTA-MOV                  VALUE 'A'.
               88  SI-RESOLUCION-MOV            VALUE 'R'.
           05  NUM-QUEJA-MOV          PIC 9(09).
           05  DNI-MOV                PIC X(09).
           05  POLIZA-MOV             PIC X(09).
           05  SINIESTRO-MOV          PIC 9(09).
           05  MOTIVO-MOV             PIC X(02).
               88  SI-MOTIVO-VALIDO             VALUE 'RS' 'DS' 'PE'
                                                      'FA' 'OT'.
           05  FECHA-MOV              PIC X(10).
           05  RESULTADO-MOV          PIC X(01).
               88  SI-RESULTADO-VALIDO          VALUE 'F' 'C'.
           05  TEXTO-MOV              PIC X(60).
           05  FILLER                 PIC X(10).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(02).
           05  WK-IND-MOTIVO          PIC 9(02).
           05  WK-PLAZO-DIAS          PIC S9(09) COMP.
           05  WK-DNI-POLIZA          PIC X(09).
           05  WK-POLIZA-SINIESTRO    PIC X(09).
           05  WK-ID-SINIESTRO        PIC S9(09) COMP.
           05  WK-NUM-QUEJA           PIC S9(09) COMP.
      *
       COPY CPYPARAM.
      *
       COPY CPYFECHA.
      *
       01  LINEA-REGIST.
           05  OPERACION-REG          PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-QUEJA-REG          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-REG                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-REG             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-REG             PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-REG              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LIMITE-RESULT-REG      PIC X(10).
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  LINEA-EXCEP.
           05  MOVIMIENTO-EXC         PIC X(120).
           05  MOTIVO-EXC             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TEXTO-EXC              PIC X(38).
      *
       01  SW-SWITCHES.
           05  SW-FIN-FQUEJAS         PIC X(01).
               88  SI-FIN-FQUEJAS               VALUE 'S'.
               88  NO-FIN-FQUEJAS               VALUE 'N'.
           05  SW-MOVTO-VALIDO        PIC X(01).
               88  SI-MOVTO-VALIDO              VALUE 'S'.
               88  NO-MOVTO-VALIDO              VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN QUEJAS--------------*
      *
           EXEC SQL
               INCLUDE TBQUEJAS
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
             UNTIL SI-FIN-FQUEJAS
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
                      DATOS-MOVTO
                      WK-VARIABLES
                      DCLQUEJAS
      *
           SET NO-FIN-FQUEJAS            TO TRUE
      *
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-PLAZO-E NOT NUMERIC
              MOVE 0                     TO WK-PLAZO-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'QUEJAMOV'               TO PROGRAMA-PAR
           MOVE 'PLAZODIAS'              TO PARAMETRO-PAR
           MOVE WK-PLAZO-E               TO VALOR-SYSIN-PAR
           MOVE 60                       TO VALOR-DEFECTO-PAR
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE VALOR-PAR                TO WK-PLAZO-DIAS
           DISPLAY 'QUEJAMOV: PLAZO DE RESPUESTA (DIAS): '
                   WK-PLAZO-DIAS ' ORIGEN ' ORIGEN-PAR
      *
           OPEN INPUT  FQUEJAS
           OPEN OUTPUT FREGIST
                       FEXCEP
      *
           IF FS-FQUEJAS NOT = CT-00
              OR FS-FREGIST NOT = CT-00
              OR FS-FEXCEP NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FQUEJAS ' ' FS-FREGIST
                      ' ' FS-FEXCEP
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FQUEJAS
              THRU 9000-LEER-FQUEJAS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-MOVTO-VALIDO           TO TRUE
           INITIALIZE WK-MOTIVO
      *
           EVALUATE TRUE
               WHEN SI-ALTA-MOV
                    PERFORM 2100-VALIDAR-ALTA
                       THRU 2100-VALIDAR-ALTA-EXIT
                    IF SI-MOVTO-VALIDO
                       PERFORM 2200-ALTA-QUEJA
                          THRU 2200-ALTA-QUEJA-EXIT
                    END-IF
               WHEN SI-RESOLUCION-MOV
                    PERFORM 2300-VALIDAR-RESOLUCION
                       THRU 2300-VALIDAR-RESOLUCION-EXIT
                    IF SI-MOVTO-VALIDO
                       PERFORM 2400-RESOLVER-QUEJA
                          THRU 2400-RESOLVER-QUEJA-EXIT
                    END-IF
               WHEN OTHER
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-DATOS TO WK-MOTIVO
           END-EVALUATE
      *
           IF NO-MOVTO-VALIDO
              PERFORM 2800-ESCRIBIR-FEXCEP
                 THRU 2800-ESCRIBIR-FEXCEP-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FQUEJAS
              THRU 9000-LEER-FQUEJAS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-ALTA                                          *
      *     DATOS OBLIGATORIOS, MOTIVO, FECHA DE ENTRADA, POLIZA DEL   *
      *     CLIENTE Y, SI SE INFORMA, SINIESTRO DE ESA POLIZA.         *
      ******************************************************************
       2100-VALIDAR-ALTA.
      *
           IF DNI-MOV = SPACES
              OR POLIZA-MOV = SPACES
              OR TEXTO-MOV = SPACES
              OR SINIESTRO-MOV NOT NUMERIC
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           IF NOT SI-MOTIVO-VALIDO
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-CODIGO      TO WK-MOTIVO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           PERFORM 2500-VALIDAR-FECHA
              THRU 2500-VALIDAR-FECHA-EXIT
      *
           IF NO-MOVTO-VALIDO
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           MOVE POLIZA-MOV               TO QJ-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT DNI_CL
                 INTO :WK-DNI-POLIZA
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :QJ-NUMERO-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-DNI-POLIZA NOT = DNI-MOV
                       SET NO-MOVTO-VALIDO     TO TRUE
                       MOVE CT-MOTIVO-POLIZA   TO WK-MOTIVO
                       GO TO 2100-VALIDAR-ALTA-EXIT
                    END-IF
               WHEN 100
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-POLIZA TO WK-MOTIVO
                    GO TO 2100-VALIDAR-ALTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-ALTA'
                    DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF SINIESTRO-MOV = 0
              GO TO 2100-VALIDAR-ALTA-EXIT
           END-IF
      *
           MOVE SINIESTRO-MOV            TO WK-ID-SINIESTRO
      *
           EXEC SQL
               SELECT NUMERO_POLIZA
                 INTO :WK-POLIZA-SINIESTRO
                 FROM SINIESTROS_PEPITO_SEG
                WHERE ID_SINIETRO = :WK-ID-SINIESTRO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-POLIZA-SINIESTRO NOT = POLIZA-MOV
                       SET NO-MOVTO-VALIDO      TO TRUE
                       MOVE CT-MOTIVO-SINIESTRO TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-SINIESTRO TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-ALTA'
                    DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ALTA-QUEJA                                            *
      *     SIGUIENTE NUMERO DE QUEJA, FECHA LIMITE = ENTRADA + PLAZO  *
      *     E INSERT EN QUEJAS (ABIERTA Y EN PLAZO).                   *
      ******************************************************************
       2200-ALTA-QUEJA.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_QUEJA), 0) + 1
                 INTO :WK-NUM-QUEJA
                 FROM QUEJAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-ALTA-QUEJA'
              DISPLAY 'TABLA: QUEJAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-NUM-QUEJA             TO QJ-NUM-QUEJA
           MOVE DNI-MOV                  TO QJ-DNI-CL
           MOVE POLIZA-MOV               TO QJ-NUMERO-POLIZA
           MOVE SINIESTRO-MOV            TO QJ-ID-SINIETRO
           MOVE MOTIVO-MOV               TO QJ-MOTIVO
           MOVE TEXTO-MOV                TO QJ-TEXTO
           MOVE FECHA-MOV                TO QJ-FECHA-ENTRADA
           MOVE CT-ESTADO-ABIERTA        TO QJ-ESTADO
           MOVE SPACES                   TO QJ-AVISO
      *
           EXEC SQL
               SELECT CHAR(DATE(:QJ-FECHA-ENTRADA)
                           + :WK-PLAZO-DIAS DAYS)
                 INTO :QJ-FECHA-LIMITE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-ALTA-QUEJA'
              DISPLAY 'TABLA: SYSIBM.SYSDUMMY1'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO QUEJAS
                      (NUM_QUEJA
                      ,DNI_CL
                      ,NUMERO_POLIZA
                      ,ID_SINIETRO
                      ,MOTIVO
                      ,TEXTO
                      ,FECHA_ENTRADA
                      ,FECHA_LIMITE
                      ,ESTADO
                      ,AVISO)
                      VALUES(
                       :QJ-NUM-QUEJA
                      ,:QJ-DNI-CL
                      ,:QJ-NUMERO-POLIZA
                      ,NULLIF(:QJ-ID-SINIETRO, 0)
                      ,:QJ-MOTIVO
                      ,:QJ-TEXTO
                      ,:QJ-FECHA-ENTRADA
                      ,:QJ-FECHA-LIMITE
                      ,:QJ-ESTADO
                      ,:QJ-AVISO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-ALTA-QUEJA'
              DISPLAY 'TABLA: QUEJAS'
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
           ADD CT-1                      TO CN-ALTAS
      *
           MOVE QJ-FECHA-LIMITE          TO LIMITE-RESULT-REG
           PERFORM 2700-ESCRIBIR-FREGIST
              THRU 2700-ESCRIBIR-FREGIST-EXIT
      *
           .
       2200-ALTA-QUEJA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-VALIDAR-RESOLUCION                                    *
      *     LA QUEJA DEBE EXISTIR Y ESTAR ABIERTA, CON RESULTADO F/C Y *
      *     FECHA DE RESOLUCION VALIDA Y NO ANTERIOR A LA ENTRADA.     *
      ******************************************************************
       2300-VALIDAR-RESOLUCION.
      *
           IF NUM-QUEJA-MOV NOT NUMERIC
              OR NUM-QUEJA-MOV = 0
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-DATOS       TO WK-MOTIVO
              GO TO 2300-VALIDAR-RESOLUCION-EXIT
           END-IF
      *
           IF NOT SI-RESULTADO-VALIDO
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-RESULTADO   TO WK-MOTIVO
              GO TO 2300-VALIDAR-RESOLUCION-EXIT
           END-IF
      *
           PERFORM 2500-VALIDAR-FECHA
              THRU 2500-VALIDAR-FECHA-EXIT
      *
           IF NO-MOVTO-VALIDO
              GO TO 2300-VALIDAR-RESOLUCION-EXIT
           END-IF
      *
           MOVE NUM-QUEJA-MOV            TO QJ-NUM-QUEJA
      *
           EXEC SQL
               SELECT DNI_CL
                     ,NUMERO_POLIZA
                     ,MOTIVO
                     ,FECHA_ENTRADA
                     ,ESTADO
                 INTO :QJ-DNI-CL
                     ,:QJ-NUMERO-POLIZA
                     ,:QJ-MOTIVO
                     ,:QJ-FECHA-ENTRADA
                     ,:QJ-ESTADO
                 FROM QUEJAS
                WHERE NUM_QUEJA = :QJ-NUM-QUEJA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-NO-EXISTE TO WK-MOTIVO
                    GO TO 2300-VALIDAR-RESOLUCION-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-VALIDAR-RESOLUCION'
                    DISPLAY 'TABLA: QUEJAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF QJ-ESTADO NOT = CT-ESTADO-ABIERTA
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-RESUELTA    TO WK-MOTIVO
              GO TO 2300-VALIDAR-RESOLUCION-EXIT
           END-IF
      *
           IF FECHA-MOV < QJ-FECHA-ENTRADA
              SET NO-MOVTO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-FECHA       TO WK-MOTIVO
           END-IF
      *
           .
       2300-VALIDAR-RESOLUCION-EXIT.
           EXIT.
      ******************************************************************
      *     2400-RESOLVER-QUEJA                                        *
      ******************************************************************
       2400-RESOLVER-QUEJA.
      *
           MOVE CT-ESTADO-RESUELTA       TO QJ-ESTADO
           MOVE SPACES                   TO QJ-AVISO
           MOVE FECHA-MOV                TO QJ-FECHA-RESOLUCION
           MOVE RESULTADO-MOV            TO QJ-RESULTADO
      *
           EXEC SQL
               UPDATE QUEJAS
                  SET ESTADO           = :QJ-ESTADO
                     ,AVISO            = :QJ-AVISO
                     ,FECHA_RESOLUCION = :QJ-FECHA-RESOLUCION
                     ,RESULTADO        = :QJ-RESULTADO
                WHERE NUM_QUEJA = :QJ-NUM-QUEJA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-RESOLVER-QUEJA'
              DISPLAY 'TABLA: QUEJAS'
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
           ADD CT-1                      TO CN-RESOLUCIONES
      *
           MOVE QJ-RESULTADO             TO LIMITE-RESULT-REG
           PERFORM 2700-ESCRIBIR-FREGIST
              THRU 2700-ESCRIBIR-FREGIST-EXIT
      *
           .
       2400-RESOLVER-QUEJA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-VALIDAR-FECHA                                         *
      ******************************************************************
       2500-VALIDAR-FECHA.
      *
           INITIALIZE CPYFECHA
           MOVE 'V'                      TO OPCION-FEC
           MOVE FECHA-MOV                TO FECHA-E-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    SET NO-MOVTO-VALIDO  TO TRUE
                    MOVE CT-MOTIVO-FECHA TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
                    DISPLAY 'PARRAFO: 2500-VALIDAR-FECHA'
                    DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2500-VALIDAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-FREGIST                                      *
      ******************************************************************
       2700-ESCRIBIR-FREGIST.
      *
           MOVE OPERACION-MOV            TO OPERACION-REG
           MOVE QJ-NUM-QUEJA             TO NUM-QUEJA-REG
           MOVE QJ-DNI-CL                TO DNI-REG
           MOVE QJ-NUMERO-POLIZA         TO POLIZA-REG
           MOVE QJ-MOTIVO                TO MOTIVO-REG
           MOVE FECHA-MOV                TO FECHA-REG
      *
           WRITE REG-FREGIST FROM LINEA-REGIST
      *
           IF FS-FREGIST NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FREGIST'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-FREGIST'
              DISPLAY 'FILE STATUS: ' FS-FREGIST
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-ESCRIBIR-FREGIST-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-FEXCEP                                       *
      ******************************************************************
       2800-ESCRIBIR-FEXCEP.
      *
           MOVE DATOS-MOVTO              TO MOVIMIENTO-EXC
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
           ADD CT-1                      TO CN-RECHAZOS
      *
           .
       2800-ESCRIBIR-FEXCEP-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FQUEJAS
                 FREGIST
                 FEXCEP
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   Q U E J A M O V    **'
           DISPLAY '***********************************'
           DISPLAY '*MOVIMIENTOS LEIDOS : ' CN-MOVTOS-LEIDOS
                   '      *'
           DISPLAY '*QUEJAS DADAS DE ALTA: ' CN-ALTAS
                   '     *'
           DISPLAY '*QUEJAS RESUELTAS   : ' CN-RESOLUCIONES
                   '      *'
           DISPLAY '*MOVIMIENTOS RECHAZ : ' CN-RECHAZOS
                   '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FQUEJAS                                          *
      ******************************************************************
       9000-LEER-FQUEJAS.
      *
           READ FQUEJAS INTO DATOS-MOVTO
      *
           EVALUATE FS-FQUEJAS
               WHEN CT-00
                    ADD CT-1             TO CN-MOVTOS-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FQUEJAS   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FQUEJAS'
                    DISPLAY 'PARRAFO: 9000-LEER-FQUEJAS'
                    DISPLAY 'FILE STATUS: ' FS-FQUEJAS
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FQUEJAS-EXIT.
           EXIT.
      *
