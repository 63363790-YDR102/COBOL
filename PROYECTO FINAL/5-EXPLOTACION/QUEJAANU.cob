      ******************************************************************
      ** Q U E J A A N U.-ESTADISTICA ANUAL DE QUEJAS DEL SERVICIO DE **
      **                  ATENCION AL CLIENTE PARA EL SUPERVISOR.     **
      **                  POR MOTIVO DE QUEJA DEL EJERCICIO:          **
      **                  - QUEJAS RECIBIDAS EN EL ANYO.              **
      **                  - RESUELTAS EN EL ANYO, A FAVOR Y EN CONTRA **
      **                    DEL CLIENTE Y PORCENTAJE A FAVOR.         **
      **                  - DIAS MEDIOS DE RESOLUCION (NATURALES      **
      **                    ENTRE ENTRADA Y RESOLUCION).              **
      **                  - RESUELTAS FUERA DEL PLAZO LEGAL.          **
      **                  - PENDIENTES AL CIERRE DEL EJERCICIO.       **
      **                  CON UNA LINEA DE TOTAL.                     **
      **                  SYSIN: EJERCICIO AAAA (EN BLANCO = EL ANYO  **
      **                  ANTERIOR AL ACTUAL).                        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   QUEJAANU.
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
      *    ESTADISTICA ANUAL DE QUEJAS POR MOTIVO
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
      * TEXTO DE CADA MOTIVO DE QUEJA
       01  CT-TABLA-MOTIVOS.
           05  FILLER              PIC X(27) VALUE
               'RSRECHAZO DE SINIESTRO     '.
           05  FILLER              PIC X(27) VALUE
               'DSDEMORA EN SINIESTRO      '.
           05  FILLER              PIC X(27) VALUE
               'PEPERITACION               '.
           05  FILLER              PIC X(27) VALUE
               'FAFACTURACION Y RECIBOS    '.
           05  FILLER              PIC X(27) VALUE
               'OTOTROS                    '.
       01  CT-TABLA-MOTIVOS-R REDEFINES CT-TABLA-MOTIVOS.
           05  MOTIVOS-TB OCCURS 5.
               10  CODIGO-MOTIVO-TB   PIC X(02).
               10  TEXTO-MOTIVO-TB    PIC X(25).
      *
       01  CN-CONTADORES.
           05  CN-MOTIVOS             PIC 9(05).
      *
      * PARAMETROS DE SYSIN: EJERCICIO
       01  WK-PARM-SYSIN.
           05  WK-ANYO-E              PIC 9(04).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC 9(04).
           05  WK-FECHA-INICIO        PIC X(10).
           05  WK-FECHA-FIN           PIC X(10).
           05  WK-MOTIVO              PIC X(02).
           05  WK-RECIBIDAS           PIC S9(09) COMP.
           05  WK-A-FAVOR             PIC S9(09) COMP.
           05  WK-EN-CONTRA           PIC S9(09) COMP.
           05  WK-DIAS-RESOLUCION     PIC S9(09) COMP.
           05  WK-FUERA-PLAZO         PIC S9(09) COMP.
           05  WK-PENDIENTES          PIC S9(09) COMP.
           05  WK-RESUELTAS           PIC S9(09) COMP.
           05  WK-PCT-FAVOR           PIC S9(03)V9(2).
           05  WK-DIAS-MEDIOS         PIC S9(05)V9(1).
      *
       01  WK-TOTALES.
           05  WK-TOT-RECIBIDAS       PIC S9(09) COMP.
           05  WK-TOT-A-FAVOR         PIC S9(09) COMP.
           05  WK-TOT-EN-CONTRA       PIC S9(09) COMP.
           05  WK-TOT-DIAS            PIC S9(09) COMP.
           05  WK-TOT-FUERA-PLAZO     PIC S9(09) COMP.
           05  WK-TOT-PENDIENTES      PIC S9(09) COMP.
      *
       01  WK-INDICES.
           05  IND-MOTIVO             PIC 9(02).
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(50) VALUE
               'ESTADISTICA ANUAL DE QUEJAS Y RECLAMACIONES. ANYO '.
           05  ANYO-TIT               PIC 9(04).
           05  FILLER                 PIC X(78) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(30) VALUE 'MOTIVO'.
           05  FILLER                 PIC X(10) VALUE 'RECIBIDAS'.
           05  FILLER                 PIC X(10) VALUE 'RESUELTAS'.
           05  FILLER                 PIC X(10) VALUE 'A FAVOR'.
           05  FILLER                 PIC X(10) VALUE 'EN CONTRA'.
           05  FILLER                 PIC X(09) VALUE '% FAVOR'.
           05  FILLER                 PIC X(11) VALUE 'DIAS MEDIOS'.
           05  FILLER                 PIC X(10) VALUE 'FUERA PLZ'.
           05  FILLER                 PIC X(10) VALUE 'PENDIENTES'.
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  MOTIVO-DET             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TEXTO-DET              PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECIBIDAS-DET          PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  RESUELTAS-DET          PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  A-FAVOR-DET            PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  EN-CONTRA-DET          PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  PCT-FAVOR-DET          PIC ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DIAS-MEDIOS-DET        PIC ZZ.ZZ9,9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FUERA-PLAZO-DET        PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  PENDIENTES-DET         PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(25) VALUE SPACES.
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
      *--------CURSOR DE QUEJAS DEL EJERCICIO POR MOTIVO---------------*
      *
           EXEC SQL
               DECLARE CUR-MOTIVOS CURSOR FOR
               SELECT MOTIVO
                     ,SUM(CASE WHEN FECHA_ENTRADA >= :WK-FECHA-INICIO
                               THEN 1 ELSE 0 END)
                     ,SUM(CASE WHEN FECHA_RESOLUCION BETWEEN
                                    :WK-FECHA-INICIO AND :WK-FECHA-FIN
                                AND RESULTADO = 'F'
                               THEN 1 ELSE 0 END)
                     ,SUM(CASE WHEN FECHA_RESOLUCION BETWEEN
                                    :WK-FECHA-INICIO AND :WK-FECHA-FIN
                                AND RESULTADO = 'C'
                               THEN 1 ELSE 0 END)
                     ,SUM(CASE WHEN FECHA_RESOLUCION BETWEEN
                                    :WK-FECHA-INICIO AND :WK-FECHA-FIN
                               THEN DAYS(FECHA_RESOLUCION)
                                  - DAYS(FECHA_ENTRADA)
                               ELSE 0 END)
                     ,SUM(CASE WHEN FECHA_RESOLUCION BETWEEN
                                    :WK-FECHA-INICIO AND :WK-FECHA-FIN
                                AND FECHA_RESOLUCION > FECHA_LIMITE
                               THEN 1 ELSE 0 END)
                     ,SUM(CASE WHEN FECHA_RESOLUCION IS NULL
                                 OR FECHA_RESOLUCION > :WK-FECHA-FIN
                               THEN 1 ELSE 0 END)
                 FROM QUEJAS
                WHERE FECHA_ENTRADA <= :WK-FECHA-FIN
                  AND (FECHA_RESOLUCION IS NULL
                       OR FECHA_RESOLUCION >= :WK-FECHA-INICIO)
                GROUP BY MOTIVO
                ORDER BY MOTIVO
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
           PERFORM 2900-ESCRIBIR-TOTAL
              THRU 2900-ESCRIBIR-TOTAL-EXIT
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
                      WK-TOTALES
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-ANYO-E NOT NUMERIC
              OR WK-ANYO-E = 0
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-ANYO
              SUBTRACT CT-1              FROM WK-ANYO
           ELSE
              MOVE WK-ANYO-E             TO WK-ANYO
           END-IF
      *
           MOVE WK-ANYO                  TO WK-FECHA-INICIO(1:4)
           MOVE '-01-01'                 TO WK-FECHA-INICIO(5:6)
           MOVE WK-ANYO                  TO WK-FECHA-FIN(1:4)
           MOVE '-12-31'                 TO WK-FECHA-FIN(5:6)
      *
           DISPLAY 'QUEJAANU: EJERCICIO ' WK-ANYO
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
           MOVE WK-ANYO                  TO ANYO-TIT
           WRITE REG-FINFORME FROM LINEA-TITULO
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-MOTIVOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MOTIVOS'
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
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                      TO CN-MOTIVOS
      *
           MOVE WK-MOTIVO                TO MOTIVO-DET
           MOVE SPACES                   TO TEXTO-DET
      *
           PERFORM VARYING IND-MOTIVO FROM 1 BY 1
             UNTIL IND-MOTIVO > 5
              IF CODIGO-MOTIVO-TB (IND-MOTIVO) = WK-MOTIVO
                 MOVE TEXTO-MOTIVO-TB (IND-MOTIVO) TO TEXTO-DET
              END-IF
           END-PERFORM
      *
           ADD WK-RECIBIDAS              TO WK-TOT-RECIBIDAS
           ADD WK-A-FAVOR                TO WK-TOT-A-FAVOR
           ADD WK-EN-CONTRA              TO WK-TOT-EN-CONTRA
           ADD WK-DIAS-RESOLUCION        TO WK-TOT-DIAS
           ADD WK-FUERA-PLAZO            TO WK-TOT-FUERA-PLAZO
           ADD WK-PENDIENTES             TO WK-TOT-PENDIENTES
      *
           PERFORM 2500-ESCRIBIR-LINEA
              THRU 2500-ESCRIBIR-LINEA-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ESCRIBIR-LINEA                                        *
      *     PORCENTAJE A FAVOR Y DIAS MEDIOS SOBRE LAS RESUELTAS EN EL *
      *     EJERCICIO.                                                 *
      ******************************************************************
       2500-ESCRIBIR-LINEA.
      *
           COMPUTE WK-RESUELTAS = WK-A-FAVOR + WK-EN-CONTRA
      *
           IF WK-RESUELTAS > 0
              COMPUTE WK-PCT-FAVOR ROUNDED =
                      WK-A-FAVOR * 100 / WK-RESUELTAS
              COMPUTE WK-DIAS-MEDIOS ROUNDED =
                      WK-DIAS-RESOLUCION / WK-RESUELTAS
           ELSE
              MOVE 0                     TO WK-PCT-FAVOR
                                            WK-DIAS-MEDIOS
           END-IF
      *
           MOVE WK-RECIBIDAS             TO RECIBIDAS-DET
           MOVE WK-RESUELTAS             TO RESUELTAS-DET
           MOVE WK-A-FAVOR               TO A-FAVOR-DET
           MOVE WK-EN-CONTRA             TO EN-CONTRA-DET
           MOVE WK-PCT-FAVOR             TO PCT-FAVOR-DET
           MOVE WK-DIAS-MEDIOS           TO DIAS-MEDIOS-DET
           MOVE WK-FUERA-PLAZO           TO FUERA-PLAZO-DET
           MOVE WK-PENDIENTES            TO PENDIENTES-DET
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-TOTAL                                        *
      ******************************************************************
       2900-ESCRIBIR-TOTAL.
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
      *
           MOVE SPACES                   TO MOTIVO-DET
           MOVE 'TOTAL'                  TO TEXTO-DET
           MOVE WK-TOT-RECIBIDAS         TO WK-RECIBIDAS
           MOVE WK-TOT-A-FAVOR           TO WK-A-FAVOR
           MOVE WK-TOT-EN-CONTRA         TO WK-EN-CONTRA
           MOVE WK-TOT-DIAS              TO WK-DIAS-RESOLUCION
           MOVE WK-TOT-FUERA-PLAZO       TO WK-FUERA-PLAZO
           MOVE WK-TOT-PENDIENTES        TO WK-PENDIENTES
      *
           PERFORM 2500-ESCRIBIR-LINEA
              THRU 2500-ESCRIBIR-LINEA-EXIT
      *
           .
       2900-ESCRIBIR-TOTAL-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-MOTIVOS
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   Q U E J A A N U    **'
           DISPLAY '***********************************'
           DISPLAY '*EJERCICIO          : ' WK-ANYO '         *'
           DISPLAY '*MOTIVOS            : ' CN-MOTIVOS '        *'
           DISPLAY '*QUEJAS RECIBIDAS   : ' WK-TOT-RECIBIDAS
           DISPLAY '*RESUELTAS A FAVOR  : ' WK-TOT-A-FAVOR
           DISPLAY '*RESUELTAS EN CONTRA: ' WK-TOT-EN-CONTRA
           DISPLAY '*PENDIENTES AL CIERRE: ' WK-TOT-PENDIENTES
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
               FETCH CUR-MOTIVOS
                INTO :WK-MOTIVO
                    ,:WK-RECIBIDAS
                    ,:WK-A-FAVOR
                    ,:WK-EN-CONTRA
                    ,:WK-DIAS-RESOLUCION
                    ,:WK-FUERA-PLAZO
                    ,:WK-PENDIENTES
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MOTIVOS'
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
