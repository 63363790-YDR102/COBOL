      ******************************************************************
      ** C A D U P T O S.- CADUCIDAD DE PUNTOS DE FIDELIZACION. LOS  **
      **                   PUNTOS GANADOS HACE MAS DE N MESES (N POR **
      **                   SYSIN, 24 POR DEFECTO) Y AUN NO USADOS    **
      **                   CADUCAN. LOS CONSUMOS (CANJES,            **
      **                   REVERSIONES Y CADUCIDADES ANTERIORES) SE  **
      **                   IMPUTAN A LOS PUNTOS MAS ANTIGUOS, ASI    **
      **                   QUE LO QUE CADUCA POR CLIENTE ES:         **
      **                   ABONOS ANTERIORES AL CORTE - TODOS LOS    **
      **                   CARGOS, SI SALE POSITIVO. SE APUNTA COMO  **
      **                   MOVIMIENTO 'X' EN PUNTOS_MOVTO CON UN     **
      **                   COMMIT POR CLIENTE Y SE LISTA EN FCADUPTO.**
      **                   REEJECUTABLE: UNA SEGUNDA PASADA EL MISMO **
      **                   DIA NO ENCUENTRA NADA QUE CADUCAR.        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CADUPTOS.
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
           SELECT FCADUPTO ASSIGN TO FCADUPTO
           FILE STATUS FS-FCADUPTO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCADUPTO
           RECORDING MODE IS F.
       01  REG-FCADUPTO               PIC X(0080).
      *    LISTADO DE PUNTOS CADUCADOS POR CLIENTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCADUPTO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'CADUPTOS'.
           05  CT-PUNTOS-CADUCIDAD    PIC X(01) VALUE 'X'.
           05  CT-MESES-DEFECTO       PIC 9(03) VALUE 24.
      *
       01  CN-CONTADORES.
           05  CN-CLIENTES            PIC 9(05).
           05  CN-PUNTOS-CADUCADOS    PIC 9(09).
      *
       01  WK-VARIABLES.
           05  WK-MESES-E             PIC 9(03).
           05  WK-MESES               PIC S9(04) COMP.
           05  WK-ABONOS-ANTIGUOS     PIC S9(09) COMP.
           05  WK-CARGOS              PIC S9(09) COMP.
           05  WK-SALDO               PIC S9(09) COMP.
           05  WK-CADUCAN             PIC S9(09) COMP.
      *
       01  LINEA-CADUCIDAD.
           05  ID-CLIENTE-CAD         PIC 9(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'CADUCAN:  '.
           05  CADUCAN-CAD            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE 'SALDO ANTES: '.
           05  SALDO-ANTES-CAD        PIC -ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'QUEDAN: '.
           05  SALDO-DESPUES-CAD      PIC -ZZZ.ZZZ.ZZ9.
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
      *--------DCLGEN PUNTOS_MOVTO--------*
      *
           EXEC SQL
               INCLUDE TBPTOMOV
           END-EXEC.
      *
      *--------CURSOR DE CLIENTES CON PUNTOS CADUCADOS-----------------*
      *--------WITH HOLD PORQUE CADA CLIENTE LLEVA SU COMMIT-----------*
      *
           EXEC SQL
               DECLARE CUR-CADUCIDAD CURSOR WITH HOLD FOR
               SELECT ID_CLIENTE
                     ,SUM(CASE WHEN PUNTOS > 0
                                AND FECHA_MOVTO <
                                    CURRENT TIMESTAMP - :WK-MESES MONTHS
                               THEN PUNTOS ELSE 0 END)
                     ,SUM(CASE WHEN PUNTOS < 0
                               THEN PUNTOS * -1 ELSE 0 END)
                     ,SUM(PUNTOS)
                 FROM PUNTOS_MOVTO
                GROUP BY ID_CLIENTE
               HAVING SUM(CASE WHEN PUNTOS > 0
                                AND FECHA_MOVTO <
                                    CURRENT TIMESTAMP - :WK-MESES MONTHS
                               THEN PUNTOS ELSE 0 END)
                    > SUM(CASE WHEN PUNTOS < 0
                               THEN PUNTOS * -1 ELSE 0 END)
                ORDER BY ID_CLIENTE
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
      *
           SET NO-FIN-CURSOR          TO TRUE
      *
           ACCEPT WK-MESES-E        FROM SYSIN
      *
           IF WK-MESES-E IS NOT NUMERIC
              OR WK-MESES-E = ZEROS
              MOVE CT-MESES-DEFECTO   TO WK-MESES-E
           END-IF
      *
           MOVE WK-MESES-E            TO WK-MESES
      *
           DISPLAY 'CADUPTOS: CADUCAN LOS PUNTOS DE MAS DE '
                   WK-MESES-E ' MESES'
      *
           OPEN OUTPUT FCADUPTO
      *
           IF FS-FCADUPTO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCADUPTO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCADUPTO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-CADUCIDAD
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CADUCIDAD'
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
      *     2000-PROCESO                                               *
      *     UN CLIENTE: APUNTE DE CADUCIDAD, COMMIT Y LINEA DE LISTADO *
      ******************************************************************
       2000-PROCESO.
      *
           COMPUTE WK-CADUCAN = WK-ABONOS-ANTIGUOS - WK-CARGOS
      *
           COMPUTE PT-PUNTOS = WK-CADUCAN * -1
           MOVE CT-PUNTOS-CADUCIDAD   TO PT-TIPO-MOVTO
           MOVE CT-PGM                TO PT-NOMBRE-PGM
      *
           EXEC SQL
               INSERT INTO PUNTOS_MOVTO
                      (ID_CLIENTE
                      ,FECHA_MOVTO
                      ,TIPO_MOVTO
                      ,PUNTOS
                      ,ID_PEDIDO
                      ,NUM_FACTURA
                      ,NOMBRE_PGM)
               VALUES (:PT-ID-CLIENTE
                      ,CURRENT TIMESTAMP
                      ,:PT-TIPO-MOVTO
                      ,:PT-PUNTOS
                      ,NULL
                      ,NULL
                      ,:PT-NOMBRE-PGM)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL HACER COMMIT'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-CLIENTES
           ADD WK-CADUCAN             TO CN-PUNTOS-CADUCADOS
      *
           PERFORM 2100-ESCRIBIR-LINEA
              THRU 2100-ESCRIBIR-LINEA-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-ESCRIBIR-LINEA                                        *
      ******************************************************************
       2100-ESCRIBIR-LINEA.
      *
           MOVE PT-ID-CLIENTE         TO ID-CLIENTE-CAD
           MOVE WK-CADUCAN            TO CADUCAN-CAD
           MOVE WK-SALDO              TO SALDO-ANTES-CAD
           COMPUTE SALDO-DESPUES-CAD = WK-SALDO - WK-CADUCAN
      *
           WRITE REG-FCADUPTO       FROM LINEA-CADUCIDAD
      *
           IF FS-FCADUPTO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCADUPTO'
              DISPLAY 'PARRAFO: 2100-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FCADUPTO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-ESCRIBIR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-CADUCIDAD
           END-EXEC
      *
           CLOSE FCADUPTO
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   C A D U P T O S        **'
           DISPLAY '***************************************'
           DISPLAY '*CLIENTES CON CADUC.: ' CN-CLIENTES '      *'
           DISPLAY '*PUNTOS CADUCADOS   : ' CN-PUNTOS-CADUCADOS '  *'
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
               FETCH CUR-CADUCIDAD
                INTO :PT-ID-CLIENTE
                    ,:WK-ABONOS-ANTIGUOS
                    ,:WK-CARGOS
                    ,:WK-SALDO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-CADUCIDAD'
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
