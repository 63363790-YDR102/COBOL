      ******************************************************************
      ** E X T P U N T O.- EXTRACTO MENSUAL DE PUNTOS DE             **
      **                   FIDELIZACION. PARA EL MES 'AAAA-MM' QUE   **
      **                   LLEGA POR SYSIN (EN BLANCO, EL MES        **
      **                   ANTERIOR AL DE EJECUCION) RESUME EL LIBRO **
      **                   PUNTOS_MOVTO DE CADA CLIENTE CON          **
      **                   MOVIMIENTOS EN EL MES O SALDO VIVO: SALDO **
      **                   INICIAL, GANADOS (ACUMULACIONES Y PUNTOS  **
      **                   DEVUELTOS), CANJEADOS, REVERTIDOS,        **
      **                   CADUCADOS Y SALDO FINAL. UN REGISTRO POR  **
      **                   CLIENTE EN FEXTPTOS, QUE NOTIFCLI ENVIA   **
      **                   POR EL CANAL DEL CLIENTE.                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   EXTPUNTO.
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
           SELECT FEXTPTOS ASSIGN TO FEXTPTOS
           FILE STATUS FS-FEXTPTOS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEXTPTOS
           RECORDING MODE IS F.
       01  REG-FEXTPTOS               PIC X(0080).
      *    EXTRACTO MENSUAL DE PUNTOS POR CLIENTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FEXTPTOS            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-GUION               PIC X(01) VALUE '-'.
           05  CT-DIA-01              PIC X(03) VALUE '-01'.
      *
       01  CN-CONTADORES.
           05  CN-CLIENTES            PIC 9(05).
           05  CN-PUNTOS-GANADOS      PIC 9(09).
           05  CN-PUNTOS-CANJEADOS    PIC 9(09).
           05  CN-PUNTOS-CADUCADOS    PIC 9(09).
      *
       01  WK-VARIABLES.
           05  WK-PERIODO.
               10  WK-PERIODO-ANIO    PIC X(04).
               10  WK-PERIODO-GUION   PIC X(01).
               10  WK-PERIODO-MES     PIC X(02).
               10  WK-PERIODO-MES-N   REDEFINES WK-PERIODO-MES
                                      PIC 9(02).
           05  WK-FECHA-INICIO        PIC X(10).
           05  WK-SALDO-INICIAL       PIC S9(09) COMP.
           05  WK-GANADOS             PIC S9(09) COMP.
           05  WK-CANJEADOS           PIC S9(09) COMP.
           05  WK-REVERTIDOS          PIC S9(09) COMP.
           05  WK-CADUCADOS           PIC S9(09) COMP.
           05  WK-SALDO-FINAL         PIC S9(09) COMP.
      *
       01  REG-EXTRACTO.
           05  ID-CLIENTE-EXT         PIC 9(09).
           05  PERIODO-EXT            PIC X(07).
           05  SALDO-INICIAL-EXT      PIC S9(09).
           05  GANADOS-EXT            PIC 9(09).
           05  CANJEADOS-EXT          PIC 9(09).
           05  REVERTIDOS-EXT         PIC 9(09).
           05  CADUCADOS-EXT          PIC 9(09).
           05  SALDO-FINAL-EXT        PIC S9(09).
           05  FILLER                 PIC X(10) VALUE SPACES.
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
      *--------CURSOR DE RESUMEN DEL MES POR CLIENTE-------------------*
      *--------LOS CARGOS SE DEVUELVEN EN POSITIVO---------------------*
      *
           EXEC SQL
               DECLARE CUR-EXTRACTO CURSOR FOR
               SELECT ID_CLIENTE
                     ,SUM(CASE WHEN DATE(FECHA_MOVTO) <
                                    DATE(:WK-FECHA-INICIO)
                               THEN PUNTOS ELSE 0 END)
                     ,SUM(CASE WHEN DATE(FECHA_MOVTO) >=
                                    DATE(:WK-FECHA-INICIO)
                                AND TIPO_MOVTO IN ('A', 'D')
                               THEN PUNTOS ELSE 0 END)
                     ,SUM(CASE WHEN DATE(FECHA_MOVTO) >=
                                    DATE(:WK-FECHA-INICIO)
                                AND TIPO_MOVTO = 'C'
                               THEN PUNTOS * -1 ELSE 0 END)
                     ,SUM(CASE WHEN DATE(FECHA_MOVTO) >=
                                    DATE(:WK-FECHA-INICIO)
                                AND TIPO_MOVTO = 'R'
                               THEN PUNTOS * -1 ELSE 0 END)
                     ,SUM(CASE WHEN DATE(FECHA_MOVTO) >=
                                    DATE(:WK-FECHA-INICIO)
                                AND TIPO_MOVTO = 'X'
                               THEN PUNTOS * -1 ELSE 0 END)
                     ,SUM(PUNTOS)
                 FROM PUNTOS_MOVTO
                WHERE DATE(FECHA_MOVTO) <
                      DATE(:WK-FECHA-INICIO) + 1 MONTH
                GROUP BY ID_CLIENTE
               HAVING SUM(PUNTOS) <> 0
                   OR SUM(CASE WHEN DATE(FECHA_MOVTO) >=
                                    DATE(:WK-FECHA-INICIO)
                               THEN 1 ELSE 0 END) > 0
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
           ACCEPT WK-PERIODO        FROM SYSIN
      *
           IF WK-PERIODO = SPACES
              PERFORM 1100-MES-ANTERIOR
                 THRU 1100-MES-ANTERIOR-EXIT
           END-IF
      *
           IF WK-PERIODO-ANIO IS NOT NUMERIC
              OR WK-PERIODO-GUION NOT = CT-GUION
              OR WK-PERIODO-MES IS NOT NUMERIC
              OR WK-PERIODO-MES-N < 1
              OR WK-PERIODO-MES-N > 12
              DISPLAY 'ERROR PERIODO DE SYSIN NO VALIDO: ' WK-PERIODO
              DISPLAY 'PARRAFO: 1000-INICIO'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           STRING WK-PERIODO          DELIMITED BY SIZE
                  CT-DIA-01           DELIMITED BY SIZE
             INTO WK-FECHA-INICIO
      *
           DISPLAY 'EXTPUNTO: EXTRACTO DE PUNTOS DEL MES ' WK-PERIODO
      *
           OPEN OUTPUT FEXTPTOS
      *
           IF FS-FEXTPTOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FEXTPTOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEXTPTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-EXTRACTO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-EXTRACTO'
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
      *     1100-MES-ANTERIOR                                          *
      *     SIN PERIODO EN SYSIN SE EXTRAE EL MES ANTERIOR AL ACTUAL   *
      ******************************************************************
       1100-MES-ANTERIOR.
      *
           EXEC SQL
               SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
                 INTO :WK-PERIODO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR EL MES ANTERIOR'
              DISPLAY 'PARRAFO: 1100-MES-ANTERIOR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1100-MES-ANTERIOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN CLIENTE: REGISTRO DE EXTRACTO                           *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE PT-ID-CLIENTE         TO ID-CLIENTE-EXT
           MOVE WK-PERIODO            TO PERIODO-EXT
           MOVE WK-SALDO-INICIAL      TO SALDO-INICIAL-EXT
           MOVE WK-GANADOS            TO GANADOS-EXT
           MOVE WK-CANJEADOS          TO CANJEADOS-EXT
           MOVE WK-REVERTIDOS         TO REVERTIDOS-EXT
           MOVE WK-CADUCADOS          TO CADUCADOS-EXT
           MOVE WK-SALDO-FINAL        TO SALDO-FINAL-EXT
      *
           WRITE REG-FEXTPTOS       FROM REG-EXTRACTO
      *
           IF FS-FEXTPTOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEXTPTOS'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FEXTPTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-CLIENTES
           ADD WK-GANADOS             TO CN-PUNTOS-GANADOS
           ADD WK-CANJEADOS           TO CN-PUNTOS-CANJEADOS
           ADD WK-CADUCADOS           TO CN-PUNTOS-CADUCADOS
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-EXTRACTO
           END-EXEC
      *
           CLOSE FEXTPTOS
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   E X T P U N T O        **'
           DISPLAY '***************************************'
           DISPLAY '*CLIENTES EXTRACTADOS: ' CN-CLIENTES '     *'
           DISPLAY '*PUNTOS GANADOS     : ' CN-PUNTOS-GANADOS '  *'
           DISPLAY '*PUNTOS CANJEADOS   : ' CN-PUNTOS-CANJEADOS '  *'
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
               FETCH CUR-EXTRACTO
                INTO :PT-ID-CLIENTE
                    ,:WK-SALDO-INICIAL
                    ,:WK-GANADOS
                    ,:WK-CANJEADOS
                    ,:WK-REVERTIDOS
                    ,:WK-CADUCADOS
                    ,:WK-SALDO-FINAL
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-EXTRACTO'
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
