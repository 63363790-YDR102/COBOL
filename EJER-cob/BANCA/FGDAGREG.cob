      ******************************************************************
      ** F G D A G R E G.-FONDO DE GARANTIA DE DEPOSITOS, PASO 1 DE 5.**
      **                  AGREGA LA PARTE DE CADA DNI TITULAR EN EL   **
      **                  SALDO DE CADA CUENTA DEL LIBRO A LA FECHA   **
      **                  DE REFERENCIA (EL SALDO_RESULTANTE DEL      **
      **                  ULTIMO MOVIMIENTO DE ESE DIA O ANTERIOR EN  **
      **                  CUENTAS_MOVTO) A TRAVES DE INTERVINIENTES   **
      **                  (SALDO POR PORCENTAJE DE                    **
      **                  PROPIEDAD, COMO PATRIMON), UN DETALLE POR   **
      **                  DNI Y CUENTA EN LA DIVISA DE LA CUENTA.     **
      **                  LAS CUENTAS CERRADAS NO SE DECLARAN, SALVO  **
      **                  QUE TENGAN MOVIMIENTOS POSTERIORES A LA     **
      **                  FECHA DE REFERENCIA (SE CERRARON DESPUES).  **
      **                  GRABA EL FICHERO FGD (CPYFGD) CON CABECERA  **
      **                  Y TOTALES DE CONTROL PARA FGDDIVIS.         **
      **                  SYSIN: FECHA DE REFERENCIA AAAAMMDD (EN     **
      **                  BLANCO = HOY, PARA LA VISTA UNICA DE        **
      **                  CLIENTE A PETICION DEL FONDO).              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FGDAGREG.
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
           SELECT FFGDSAL ASSIGN TO FFGDSAL
           FILE STATUS FS-FFGDSAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFGDSAL
           RECORDING MODE IS F.
       01  REG-FFGDSAL                PIC X(0150).
      *    PARTES DE CADA DNI EN CADA CUENTA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFGDSAL             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'FGDAGREG'.
      *
       01  CN-CONTADORES.
           05  CN-DETALLES            PIC 9(07).
           05  CN-DEPOSITANTES        PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-SYSIN         PIC X(08).
           05  WK-FECHA-REF-ISO       PIC X(10).
           05  WK-FECHA-HOY           PIC 9(08).
           05  WK-DNI-ANTERIOR        PIC X(09).
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
      *
       COPY CPYPUENT.
      *
       COPY CPYFGD.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-CURSOR-ABIERTO      PIC X(01).
               88  SI-CURSOR-ABIERTO            VALUE 'S'.
               88  NO-CURSOR-ABIERTO            VALUE 'N'.
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
      *--------CURSOR DE TITULARES POR CUENTA, CON EL SALDO DE LA------*
      *--------CUENTA AL CIERRE DE LA FECHA DE REFERENCIA--------------*
      *
           EXEC SQL
               DECLARE CUR-TITULARES CURSOR FOR
               SELECT I.DNI_PERSONA
                     ,I.NOMBRE
                     ,I.PORCENTAJE
                     ,C.BANCO
                     ,C.OFICINA
                     ,C.DC
                     ,C.NUM_CUENTA
                     ,COALESCE(C.PRODUCTO, 'CC')
                     ,COALESCE(C.DIVISA, 'EUR')
                     ,COALESCE(
                      (SELECT MAX(M.SALDO_RESULTANTE)
                         FROM CUENTAS_MOVTO M
                        WHERE M.BANCO = C.BANCO
                          AND M.OFICINA = C.OFICINA
                          AND M.NUM_CUENTA = C.NUM_CUENTA
                          AND M.FECHA_MOVIMIENTO =
                              (SELECT MAX(M2.FECHA_MOVIMIENTO)
                                 FROM CUENTAS_MOVTO M2
                                WHERE M2.BANCO = C.BANCO
                                  AND M2.OFICINA = C.OFICINA
                                  AND M2.NUM_CUENTA = C.NUM_CUENTA
                                  AND M2.FECHA_MOVIMIENTO <
                                      TIMESTAMP(DATE(:WK-FECHA-REF-ISO)
                                              + 1 DAY)))
                      ,0)
                 FROM INTERVINIENTES I
                     ,CUENTAS C
                WHERE C.BANCO = I.BANCO
                  AND C.OFICINA = I.OFICINA
                  AND C.NUM_CUENTA = I.NUM_CUENTA
                  AND I.ROL = 'T'
                  AND I.PORCENTAJE > 0
                  AND (COALESCE(C.ESTADO_CUENTA, 'A') <> 'C'
                       OR EXISTS
                          (SELECT 1
                             FROM CUENTAS_MOVTO M3
                            WHERE M3.BANCO = C.BANCO
                              AND M3.OFICINA = C.OFICINA
                              AND M3.NUM_CUENTA = C.NUM_CUENTA
                              AND M3.FECHA_MOVIMIENTO >=
                                  TIMESTAMP(DATE(:WK-FECHA-REF-ISO)
                                          + 1 DAY)))
                ORDER BY I.DNI_PERSONA
                        ,C.BANCO
                        ,C.OFICINA
                        ,C.NUM_CUENTA
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
                      DCLCUENTAS
                      DCLINTERVINIENTES
      *
           SET NO-FIN-CURSOR             TO TRUE
           SET NO-CURSOR-ABIERTO         TO TRUE
      *
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-FECHA-SYSIN FROM SYSIN
      *
           IF WK-FECHA-SYSIN = SPACES
              OR WK-FECHA-SYSIN = ZEROS
              MOVE WK-FECHA-HOY          TO WK-FECHA-SYSIN
           END-IF
      *
           IF WK-FECHA-SYSIN IS NOT NUMERIC
              DISPLAY 'ERROR: FECHA DE REFERENCIA INVALIDA: '
                      WK-FECHA-SYSIN
              DISPLAY 'PARRAFO: 1000-INICIO'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-SYSIN(1:4)      TO WK-FECHA-REF-ISO (1:4)
           MOVE '-'                      TO WK-FECHA-REF-ISO (5:1)
           MOVE WK-FECHA-SYSIN(5:2)      TO WK-FECHA-REF-ISO (6:2)
           MOVE '-'                      TO WK-FECHA-REF-ISO (8:1)
           MOVE WK-FECHA-SYSIN(7:2)      TO WK-FECHA-REF-ISO (9:2)
      *
           DISPLAY 'FGDAGREG: FECHA DE REFERENCIA ' WK-FECHA-SYSIN
      *
           OPEN OUTPUT FFGDSAL
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FFGDSAL'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CT-ENTIDAD-COMP          TO ENTIDAD-FGH
           MOVE WK-FECHA-SYSIN           TO FECHA-REF-FGH
           MOVE WK-FECHA-HOY             TO FECHA-PROC-FGH
           MOVE 0                        TO LIMITE-FGH
           MOVE CT-PGM                   TO PROGRAMA-FGH
      *
           WRITE REG-FFGDSAL FROM REG-FGD-CABECERA
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-TITULARES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-TITULARES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET SI-CURSOR-ABIERTO         TO TRUE
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN DETALLE POR DNI Y CUENTA: LA PARTE DEL DNI EN EL SALDO  *
      *     A LA FECHA DE REFERENCIA, AUN EN LA DIVISA DE LA CUENTA.   *
      *     LA ELEGIBILIDAD LA DECIDE FGDELEGI.                        *
      ******************************************************************
       2000-PROCESO.
      *
           IF IV-DNI-PERSONA NOT = WK-DNI-ANTERIOR
              ADD CT-1                   TO CN-DEPOSITANTES
              MOVE IV-DNI-PERSONA        TO WK-DNI-ANTERIOR
           END-IF
      *
           MOVE IV-DNI-PERSONA           TO DNI-FGD
           MOVE IV-NOMBRE                TO NOMBRE-FGD
           MOVE TB-BANCO                 TO BANCO-FGD
           MOVE TB-OFICINA               TO OFICINA-FGD
           MOVE TB-DC                    TO DC-FGD
           MOVE TB-NUM-CUENTA            TO NUMERO-FGD
           MOVE TB-PRODUCTO              TO PRODUCTO-FGD
           MOVE TB-DIVISA                TO DIVISA-FGD
           MOVE IV-PORCENTAJE            TO PORCENTAJE-FGD
           COMPUTE IMPORTE-FGD ROUNDED =
                   WK-SALDO * IV-PORCENTAJE / 100
           MOVE 0                        TO CAMBIO-FGD
                                            IMPORTE-EUR-FGD
           SET SI-ELEGIBLE-FGD           TO TRUE
           MOVE SPACES                   TO MOTIVO-FGD
      *
           WRITE REG-FFGDSAL FROM REG-FGD-DETALLE
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DETALLES
           ADD IMPORTE-FGD               TO WK-IMPORTE-TOTAL
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-TOTALES                                      *
      *     TOTALES DE CONTROL. SOLO EN FIN NORMAL: UN FICHERO SIN     *
      *     TOTALES ES INCOMPLETO Y EL PASO SIGUIENTE LO RECHAZA.      *
      ******************************************************************
       2800-ESCRIBIR-TOTALES.
      *
           MOVE CN-DETALLES              TO NUM-DETALLES-FGT
           MOVE WK-IMPORTE-TOTAL         TO IMPORTE-TOTAL-FGT
           MOVE 0                        TO IMPORTE-EUR-FGT
                                            ELEGIBLE-FGT
                                            NUM-DEPOSIT-FGT
                                            CUBIERTO-FGT
      *
           WRITE REG-FFGDSAL FROM REG-FGD-TOTALES
      *
           IF FS-FFGDSAL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFGDSAL'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FFGDSAL
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
           IF SI-CURSOR-ABIERTO
              EXEC SQL
                  CLOSE CUR-TITULARES
              END-EXEC
           END-IF
      *
           CLOSE FFGDSAL
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F G D A G R E G    **'
           DISPLAY '***********************************'
           DISPLAY '*DETALLES DNI-CUENTA: ' CN-DETALLES '    *'
           DISPLAY '*DEPOSITANTES       : ' CN-DEPOSITANTES '    *'
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
               FETCH CUR-TITULARES
                INTO :IV-DNI-PERSONA
                    ,:IV-NOMBRE
                    ,:IV-PORCENTAJE
                    ,:TB-BANCO
                    ,:TB-OFICINA
                    ,:TB-DC
                    ,:TB-NUM-CUENTA
                    ,:TB-PRODUCTO
                    ,:TB-DIVISA
                    ,:WK-SALDO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-TITULARES'
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
