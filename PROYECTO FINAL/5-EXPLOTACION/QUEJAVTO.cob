      ******************************************************************
      ** Q U E J A V T O.-VIGILANCIA DE PLAZOS DE RESPUESTA DE LAS    **
      **                  QUEJAS ABIERTAS DEL SERVICIO DE ATENCION AL **
      **                  CLIENTE.                                    **
      **                  PARA CADA QUEJA ABIERTA CALCULA CON         **
      **                  RUTFECHA LOS DIAS NATURALES QUE FALTAN      **
      **                  HASTA SU FECHA LIMITE Y LA MARCA EN AVISO:  **
      **                  - 'V' VENCIDA (FECHA LIMITE YA PASADA).     **
      **                  - 'P' PROXIMA A VENCER (QUEDAN DIASAVISO    **
      **                    DIAS O MENOS).                            **
      **                  - ' ' EN PLAZO.                             **
      **                  LAS VENCIDAS Y LAS PROXIMAS SE LISTAN EN    **
      **                  FAVISOS PARA EL RESPONSABLE DEL SAC.        **
      **                  SYSIN: DIAS DE PREAVISO (OPCIONAL, 000 = EL **
      **                  DE LA TABLA PARAMETROS O 10).               **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   QUEJAVTO.
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
           SELECT FAVISOS ASSIGN TO FAVISOS
           FILE STATUS FS-FAVISOS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FAVISOS
           RECORDING MODE IS F.
       01  REG-FAVISOS                PIC X(0100).
      *    QUEJAS VENCIDAS Y PROXIMAS A VENCER
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FAVISOS             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-AVISO-EN-PLAZO      PIC X(01) VALUE ' '.
           05  CT-AVISO-PROXIMA       PIC X(01) VALUE 'P'.
           05  CT-AVISO-VENCIDA       PIC X(01) VALUE 'V'.
      *
       01  CN-CONTADORES.
           05  CN-QUEJAS-LEIDAS       PIC 9(05).
           05  CN-EN-PLAZO            PIC 9(05).
           05  CN-PROXIMAS            PIC 9(05).
           05  CN-VENCIDAS            PIC 9(05).
           05  CN-AVISOS-CAMBIADOS    PIC 9(05).
      *
      * PARAMETROS DE SYSIN: DIAS DE PREAVISO
       01  WK-PARM-SYSIN.
           05  WK-DIAS-AVISO-E        PIC 9(03).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY           PIC X(10).
           05  WK-DIAS-AVISO          PIC S9(05).
           05  WK-DIAS-RESTANTES      PIC S9(05).
           05  WK-AVISO-NUEVO         PIC X(01).
      *
       COPY CPYPARAM.
      *
       COPY CPYFECHA.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(36) VALUE
               'QUEJAS CON PLAZO EN RIESGO A FECHA: '.
           05  FECHA-CAB              PIC X(10).
           05  FILLER                 PIC X(54) VALUE SPACES.
      *
       01  LINEA-AVISO.
           05  AVISO-AVI              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-QUEJA-AVI          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-AVI                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-AVI             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-AVI             PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ENTRADA-AVI            PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LIMITE-AVI             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-AVI               PIC -ZZZ9.
           05  FILLER                 PIC X(24) VALUE SPACES.
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
      *--------DCLGEN QUEJAS--------------*
      *
           EXEC SQL
               INCLUDE TBQUEJAS
           END-EXEC.
      *
      *--------CURSOR DE QUEJAS ABIERTAS---*
      *
           EXEC SQL
               DECLARE CUR-QUEJAS CURSOR FOR
               SELECT NUM_QUEJA
                     ,DNI_CL
                     ,NUMERO_POLIZA
                     ,MOTIVO
                     ,FECHA_ENTRADA
                     ,FECHA_LIMITE
                     ,AVISO
                 FROM QUEJAS
                WHERE ESTADO = 'A'
                ORDER BY FECHA_LIMITE, NUM_QUEJA
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
                      DCLQUEJAS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-DIAS-AVISO-E NOT NUMERIC
              MOVE 0                     TO WK-DIAS-AVISO-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'QUEJAVTO'               TO PROGRAMA-PAR
           MOVE 'DIASAVISO'              TO PARAMETRO-PAR
           MOVE WK-DIAS-AVISO-E          TO VALOR-SYSIN-PAR
           MOVE 10                       TO VALOR-DEFECTO-PAR
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
           MOVE VALOR-PAR                TO WK-DIAS-AVISO
           DISPLAY 'QUEJAVTO: DIAS DE PREAVISO: ' WK-DIAS-AVISO
                   ' ORIGEN ' ORIGEN-PAR
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-HOY(1:4)
           MOVE '-'                      TO WK-FECHA-HOY(5:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-HOY(6:2)
           MOVE '-'                      TO WK-FECHA-HOY(8:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-HOY(9:2)
      *
           OPEN OUTPUT FAVISOS
      *
           IF FS-FAVISOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FAVISOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FAVISOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-HOY             TO FECHA-CAB
           WRITE REG-FAVISOS FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-QUEJAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-QUEJAS'
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
      *     2000-PROCESO                                               *
      *     DIAS HASTA LA FECHA LIMITE (NEGATIVO SI YA VENCIO), NUEVO  *
      *     AVISO, ACTUALIZACION SI CAMBIA Y LINEA EN EL LISTADO SI LA *
      *     QUEJA ESTA VENCIDA O PROXIMA A VENCER.                     *
      ******************************************************************
       2000-PROCESO.
      *
           INITIALIZE CPYFECHA
           MOVE 'D'                      TO OPCION-FEC
           MOVE WK-FECHA-HOY             TO FECHA-E-FEC
           MOVE QJ-FECHA-LIMITE          TO FECHA-E2-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           IF RETORNO-FEC NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'QUEJA: ' QJ-NUM-QUEJA
              DISPLAY 'SQLCODE: ' SQLCODE-FEC
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
           MOVE DIAS-S-FEC               TO WK-DIAS-RESTANTES
      *
           EVALUATE TRUE
               WHEN WK-DIAS-RESTANTES < 0
                    MOVE CT-AVISO-VENCIDA  TO WK-AVISO-NUEVO
                    MOVE 'VENCIDA '        TO AVISO-AVI
                    ADD CT-1               TO CN-VENCIDAS
               WHEN WK-DIAS-RESTANTES NOT > WK-DIAS-AVISO
                    MOVE CT-AVISO-PROXIMA  TO WK-AVISO-NUEVO
                    MOVE 'PROXIMA '        TO AVISO-AVI
                    ADD CT-1               TO CN-PROXIMAS
               WHEN OTHER
                    MOVE CT-AVISO-EN-PLAZO TO WK-AVISO-NUEVO
                    ADD CT-1               TO CN-EN-PLAZO
           END-EVALUATE
      *
           IF WK-AVISO-NUEVO NOT = QJ-AVISO
              PERFORM 2100-ACTUALIZAR-AVISO
                 THRU 2100-ACTUALIZAR-AVISO-EXIT
           END-IF
      *
           IF WK-AVISO-NUEVO NOT = CT-AVISO-EN-PLAZO
              PERFORM 2200-ESCRIBIR-AVISO
                 THRU 2200-ESCRIBIR-AVISO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ACTUALIZAR-AVISO                                      *
      ******************************************************************
       2100-ACTUALIZAR-AVISO.
      *
           MOVE WK-AVISO-NUEVO           TO QJ-AVISO
      *
           EXEC SQL
               UPDATE QUEJAS
                  SET AVISO = :QJ-AVISO
                WHERE NUM_QUEJA = :QJ-NUM-QUEJA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-ACTUALIZAR-AVISO'
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
           ADD CT-1                      TO CN-AVISOS-CAMBIADOS
      *
           .
       2100-ACTUALIZAR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-ESCRIBIR-AVISO                                        *
      ******************************************************************
       2200-ESCRIBIR-AVISO.
      *
           MOVE QJ-NUM-QUEJA             TO NUM-QUEJA-AVI
           MOVE QJ-DNI-CL                TO DNI-AVI
           MOVE QJ-NUMERO-POLIZA         TO POLIZA-AVI
           MOVE QJ-MOTIVO                TO MOTIVO-AVI
           MOVE QJ-FECHA-ENTRADA         TO ENTRADA-AVI
           MOVE QJ-FECHA-LIMITE          TO LIMITE-AVI
           MOVE WK-DIAS-RESTANTES        TO DIAS-AVI
      *
           WRITE REG-FAVISOS FROM LINEA-AVISO
      *
           IF FS-FAVISOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FAVISOS'
              DISPLAY 'PARRAFO: 2200-ESCRIBIR-AVISO'
              DISPLAY 'FILE STATUS: ' FS-FAVISOS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2200-ESCRIBIR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF
      *
           EXEC SQL
               CLOSE CUR-QUEJAS
           END-EXEC
      *
           CLOSE FAVISOS
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   Q U E J A V T O    **'
           DISPLAY '***********************************'
           DISPLAY '*QUEJAS ABIERTAS    : ' CN-QUEJAS-LEIDAS
                   '      *'
           DISPLAY '*EN PLAZO           : ' CN-EN-PLAZO
                   '      *'
           DISPLAY '*PROXIMAS A VENCER  : ' CN-PROXIMAS
                   '      *'
           DISPLAY '*VENCIDAS           : ' CN-VENCIDAS
                   '      *'
           DISPLAY '*AVISOS CAMBIADOS   : ' CN-AVISOS-CAMBIADOS
                   '      *'
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
               FETCH CUR-QUEJAS
                INTO :QJ-NUM-QUEJA
                    ,:QJ-DNI-CL
                    ,:QJ-NUMERO-POLIZA
                    ,:QJ-MOTIVO
                    ,:QJ-FECHA-ENTRADA
                    ,:QJ-FECHA-LIMITE
                    ,:QJ-AVISO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-QUEJAS-LEIDAS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-QUEJAS'
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
