      ******************************************************************
      ** C U A D S E G.-CUADRE DIARIO ENTRE SEGUROS Y EL LIBRO        **
      **                CUENTAS. COMPARA LO QUE EL LADO DE SEGUROS DA **
      **                POR LIQUIDADO EN CUENTAS PROPIAS EN UN DIA    **
      **                CON LO APUNTADO EN CUENTAS_MOVTO ESE MISMO    **
      **                DIA:                                          **
      **                - PRIMAS: RECIBOS COBRADOS CON CANAL 'I'      **
      **                  (IMPORTE MAS RECARGO DEL CONSORCIO) CONTRA  **
      **                  LOS CARGOS DE TIPO 'S'.                     **
      **                - SINIESTROS: IMPORTE_INTERNO DE LOS PAGOS    **
      **                  (ANTICIPOS Y FINIQUITOS) CONTRA LOS ABONOS  **
      **                  DE TIPO 'L'.                                **
      **                EMITE UN INFORME CON UNA LINEA POR CONCEPTO Y **
      **                SU DIFERENCIA. CADA DESCUADRE SE REGISTRA POR **
      **                RUTINCID CON SEVERIDAD 'E' PARA QUE ALERTINC  **
      **                LO ESCALE Y EL PROGRAMA TERMINA CON RC 4.     **
      **                SYSIN: FECHA AAAA-MM-DD (DEFECTO HOY).        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CUADSEG.
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
           SELECT FCUADSEG ASSIGN TO FCUADSEG
           FILE STATUS FS-FCUADSEG.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCUADSEG
           RECORDING MODE IS F.
       01  REG-FCUADSEG               PIC X(0080).
      *    INFORME DE CUADRE SEGUROS / CUENTAS DEL DIA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCUADSEG            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PROGRAMA            PIC X(08) VALUE 'CUADSEG'.
           05  CT-SEVERIDAD-ERROR     PIC X(01) VALUE 'E'.
           05  CT-CANAL-INTERNO       PIC X(01) VALUE 'I'.
           05  CT-TIPO-PRIMA          PIC X(01) VALUE 'S'.
           05  CT-TIPO-SINIESTRO      PIC X(01) VALUE 'L'.
      *
       01  CN-CONTADORES.
           05  CN-RECIBOS             PIC 9(07).
           05  CN-CARGOS              PIC 9(07).
           05  CN-PAGOS               PIC 9(07).
           05  CN-ABONOS              PIC 9(07).
           05  CN-DESCUADRES          PIC 9(02).
           05  CN-INCIDENCIAS         PIC 9(02).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-E             PIC X(10).
           05  WK-SEGUROS-PRIMAS      PIC S9(13)V9(2) COMP-3.
           05  WK-CUENTAS-PRIMAS      PIC S9(13)V9(2) COMP-3.
           05  WK-SEGUROS-SINIES      PIC S9(13)V9(2) COMP-3.
           05  WK-CUENTAS-SINIES      PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-SEGUROS     PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-CUENTAS     PIC S9(13)V9(2) COMP-3.
           05  WK-DIFERENCIA          PIC S9(13)V9(2) COMP-3.
           05  WK-CONCEPTO            PIC X(18).
           05  WK-TABLA               PIC X(25).
      *
      * LINEAS DEL INFORME
       01  LINEA-TITULO.
           05  FILLER                 PIC X(40) VALUE
               'CUADRE SEGUROS / CUENTAS PROPIAS - DIA '.
           05  FECHA-TIT              PIC X(10).
           05  FILLER                 PIC X(30) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(19) VALUE 'CONCEPTO'.
           05  FILLER                 PIC X(17) VALUE
               '          SEGUROS'.
           05  FILLER                 PIC X(17) VALUE
               '          CUENTAS'.
           05  FILLER                 PIC X(17) VALUE
               '       DIFERENCIA'.
           05  FILLER                 PIC X(10) VALUE ' ESTADO'.
      *
       01  LINEA-CONCEPTO.
           05  CONCEPTO-LIN           PIC X(18).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SEGUROS-LIN            PIC -.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTAS-LIN            PIC -.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIFERENCIA-LIN         PIC -.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ESTADO-LIN             PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-CONTEO.
           05  FILLER                 PIC X(19) VALUE
               '   RECIBOS/PAGOS: '.
           05  CONTEO-SEG-LIN         PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(14) VALUE
               '   APUNTES:   '.
           05  CONTEO-CTA-LIN         PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE INCIDENCIAS
      *
       COPY CPYINCID.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
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
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     SYSIN: DIA A CUADRAR (DEFECTO HOY).                        *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
      *
           ACCEPT WK-FECHA-E FROM SYSIN
      *
           IF WK-FECHA-E = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                    INTO :WK-FECHA-E
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
      *
           DISPLAY 'CUADSEG: DIA ' WK-FECHA-E
      *
           OPEN OUTPUT FCUADSEG
      *
           IF FS-FCUADSEG NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCUADSEG'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCUADSEG
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-E               TO FECHA-TIT
           MOVE LINEA-TITULO             TO REG-FCUADSEG
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE SPACES                   TO REG-FCUADSEG
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE LINEA-CABECERA           TO REG-FCUADSEG
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     TOTALES DE CADA LADO Y UNA LINEA POR CONCEPTO.             *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-TOTALES-PRIMAS
              THRU 2100-TOTALES-PRIMAS-EXIT
      *
           MOVE 'PRIMAS COBRADAS'        TO WK-CONCEPTO
           MOVE 'RECIBOS_PRIMAS'         TO WK-TABLA
           MOVE WK-SEGUROS-PRIMAS        TO WK-IMPORTE-SEGUROS
           MOVE WK-CUENTAS-PRIMAS        TO WK-IMPORTE-CUENTAS
           MOVE CN-RECIBOS               TO CONTEO-SEG-LIN
           MOVE CN-CARGOS                TO CONTEO-CTA-LIN
           PERFORM 2300-COMPARAR
              THRU 2300-COMPARAR-EXIT
      *
           PERFORM 2200-TOTALES-SINIESTROS
              THRU 2200-TOTALES-SINIESTROS-EXIT
      *
           MOVE 'SINIESTROS PAGADOS'     TO WK-CONCEPTO
           MOVE 'PAGOS_SINIESTROS'       TO WK-TABLA
           MOVE WK-SEGUROS-SINIES        TO WK-IMPORTE-SEGUROS
           MOVE WK-CUENTAS-SINIES        TO WK-IMPORTE-CUENTAS
           MOVE CN-PAGOS                 TO CONTEO-SEG-LIN
           MOVE CN-ABONOS                TO CONTEO-CTA-LIN
           PERFORM 2300-COMPARAR
              THRU 2300-COMPARAR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-TOTALES-PRIMAS                                        *
      *     RECIBOS MARCADOS COBRADOS EN CUENTA PROPIA EL DIA CONTRA   *
      *     LOS CARGOS 'S' DEL LIBRO (GUARDADOS EN NEGATIVO).          *
      ******************************************************************
       2100-TOTALES-PRIMAS.
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(IMPORTE + RECARGO_CONSORCIO), 0)
                 INTO :CN-RECIBOS
                     ,:WK-SEGUROS-PRIMAS
                 FROM RECIBOS_PRIMAS
                WHERE CANAL_COBRO = :CT-CANAL-INTERNO
                  AND FECHA_ESTADO = :WK-FECHA-E
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-TOTALES-PRIMAS'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(IMPORTE_MOVIMIENTO), 0) * -1
                 INTO :CN-CARGOS
                     ,:WK-CUENTAS-PRIMAS
                 FROM CUENTAS_MOVTO
                WHERE TIPO_MOVIMIENTO = :CT-TIPO-PRIMA
                  AND DATE(FECHA_MOVIMIENTO) = :WK-FECHA-E
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-TOTALES-PRIMAS'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-TOTALES-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     2200-TOTALES-SINIESTROS                                    *
      *     PARTE ABONADA EN CUENTA PROPIA DE LOS PAGOS DEL DIA CONTRA *
      *     LOS ABONOS 'L' DEL LIBRO. UN FINIQUITO REPARTIDO ENTRE     *
      *     BENEFICIARIOS SON VARIOS APUNTES PARA UN SOLO PAGO: SOLO   *
      *     SE EXIGE QUE CUADREN LOS IMPORTES.                         *
      ******************************************************************
       2200-TOTALES-SINIESTROS.
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(IMPORTE_INTERNO), 0)
                 INTO :CN-PAGOS
                     ,:WK-SEGUROS-SINIES
                 FROM PAGOS_SINIESTROS
                WHERE FECHA_PAGO = :WK-FECHA-E
                  AND IMPORTE_INTERNO > 0
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-TOTALES-SINIESTROS'
              DISPLAY 'TABLA: PAGOS_SINIESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(IMPORTE_MOVIMIENTO), 0)
                 INTO :CN-ABONOS
                     ,:WK-CUENTAS-SINIES
                 FROM CUENTAS_MOVTO
                WHERE TIPO_MOVIMIENTO = :CT-TIPO-SINIESTRO
                  AND DATE(FECHA_MOVIMIENTO) = :WK-FECHA-E
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-TOTALES-SINIESTROS'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2200-TOTALES-SINIESTROS-EXIT.
           EXIT.
      ******************************************************************
      *     2300-COMPARAR                                              *
      *     LINEA DEL CONCEPTO CON SU DIFERENCIA. SI NO CUADRA SE      *
      *     REGISTRA LA INCIDENCIA.                                    *
      ******************************************************************
       2300-COMPARAR.
      *
           COMPUTE WK-DIFERENCIA =
                   WK-IMPORTE-SEGUROS - WK-IMPORTE-CUENTAS
      *
           MOVE WK-CONCEPTO              TO CONCEPTO-LIN
           MOVE WK-IMPORTE-SEGUROS       TO SEGUROS-LIN
           MOVE WK-IMPORTE-CUENTAS       TO CUENTAS-LIN
           MOVE WK-DIFERENCIA            TO DIFERENCIA-LIN
      *
           IF WK-DIFERENCIA = 0
              MOVE 'CUADRA'              TO ESTADO-LIN
           ELSE
              MOVE 'DESCUADRE'           TO ESTADO-LIN
              ADD CT-1                   TO CN-DESCUADRES
           END-IF
      *
           MOVE LINEA-CONCEPTO           TO REG-FCUADSEG
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE LINEA-CONTEO             TO REG-FCUADSEG
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           IF WK-DIFERENCIA NOT = 0
              PERFORM 2400-REGISTRAR-INCIDENCIA
                 THRU 2400-REGISTRAR-INCIDENCIA-EXIT
           END-IF
      *
           .
       2300-COMPARAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-REGISTRAR-INCIDENCIA                                  *
      *     UNA INCIDENCIA DE SEVERIDAD 'E' POR CONCEPTO DESCUADRADO,  *
      *     CON EL DIA COMO CLAVE, PARA QUE ALERTINC LA ESCALE.        *
      ******************************************************************
       2400-REGISTRAR-INCIDENCIA.
      *
           INITIALIZE CPYINCID
      *
           MOVE CT-PROGRAMA              TO NOMBRE-PGM-INC
           MOVE WK-CONCEPTO              TO PARRAFO-INC
           MOVE WK-TABLA                 TO TABLA-INC
           MOVE 0                        TO SQLCODE-INC
           MOVE CT-00                    TO FILE-STATUS-INC
           MOVE WK-FECHA-E               TO CLAVE-PROCESO-INC
           MOVE CT-SEVERIDAD-ERROR       TO SEVERIDAD-INC
      *
           CALL 'RUTINCID' USING CPYINCID
      *
           IF RETORNO-INC = CT-00
              ADD CT-1                   TO CN-INCIDENCIAS
           ELSE
              DISPLAY 'AVISO: NO SE HA PODIDO REGISTRAR LA INCIDENCIA'
              DISPLAY 'CONCEPTO: ' WK-CONCEPTO
                      ' SQLCODE: ' SQLCODE-RUT-INC
           END-IF
      *
           .
       2400-REGISTRAR-INCIDENCIA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-LINEA                                        *
      ******************************************************************
       2900-ESCRIBIR-LINEA.
      *
           WRITE REG-FCUADSEG
      *
           IF FS-FCUADSEG NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCUADSEG'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FCUADSEG
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LAS INCIDENCIAS VIAJAN EN LA UNIDAD DE TRABAJO DEL         *
      *     PROGRAMA: SE CONFIRMAN AQUI.                               *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           IF RETURN-CODE < 4 AND CN-DESCUADRES > 0
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           CLOSE FCUADSEG
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C U A D S E G      **'
           DISPLAY '***********************************'
           DISPLAY '*DIA CUADRADO       : ' WK-FECHA-E ' *'
           DISPLAY '*CONCEPTOS DESCUAD. : ' CN-DESCUADRES '          *'
           DISPLAY '*INCIDENCIAS GRAB.  : ' CN-INCIDENCIAS '          *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
