      ******************************************************************
      ** A G I N G A P.- ANTIGUEDAD DE LAS DEUDAS CON PROVEEDORES.   **
      **                 RECORRE LAS FACTURAS DE FACTURAS_PROVEEDOR  **
      **                 AUN NO PAGADAS (PENDIENTES DE PAGO 'P' Y    **
      **                 RETENIDAS 'R') Y CLASIFICA SU IMPORTE CON   **
      **                 IVA SEGUN LOS DIAS DESDE EL VENCIMIENTO A   **
      **                 LA FECHA DE PROCESO: NO VENCIDO, 1-30,      **
      **                 31-60, 61-90 Y MAS DE 90 DIAS. EL INFORME   **
      **                 TOTALIZA POR PROVEEDOR Y POR TRAMO Y MARCA  **
      **                 LOS PROVEEDORES CON FACTURAS RETENIDAS      **
      **                 PENDIENTES DE REVISION DEL COMPRADOR.       **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   AGINGAP.
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
           SELECT FSALIDA  ASSIGN TO FSALIDA
           FILE STATUS FS-FSALIDA.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FSALIDA
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(0110).
      *    INFORME DE ANTIGUEDAD POR PROVEEDOR Y TRAMO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FSALIDA             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-RETENIDA            PIC X(01) VALUE 'R'.
      *
       01  CN-CONTADORES.
           05  CN-FACTURAS            PIC 9(05).
           05  CN-RETENIDAS           PIC 9(05).
           05  CN-PROVEEDORES         PIC 9(05).
           05  CN-MARCADOS            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-PROCESO       PIC X(10).
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-DIAS                PIC S9(09) COMP.
           05  WK-PENDIENTE           PIC S9(09)V9(02) COMP-3.
           05  WK-PROVEEDOR-ANTERIOR  PIC S9(09) COMP.
           05  WK-RETENIDAS-PROV      PIC 9(05).
      *
      * ACUMULADORES DEL PROVEEDOR EN CURSO Y TOTALES GENERALES:
      * TRAMO 1 NO VENCIDO ... TRAMO 5 MAS DE 90 DIAS VENCIDO
       01  WK-TRAMOS-PROVEEDOR.
           05  WK-TRAMO-PRV           OCCURS 5 TIMES
                                      PIC S9(09)V9(02) COMP-3.
       01  WK-TRAMOS-TOTAL.
           05  WK-TRAMO-TOT           OCCURS 5 TIMES
                                      PIC S9(11)V9(02) COMP-3.
       01  WK-CUENTA-TRAMOS.
           05  WK-CUENTA-TRAMO        OCCURS 5 TIMES
                                      PIC 9(07).
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(09)
                                      VALUE 'PROVEEDOR'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(14)
                                      VALUE '   NO VENCIDO '.
           05  FILLER                 PIC X(14)
                                      VALUE '    1-30 DIAS '.
           05  FILLER                 PIC X(14)
                                      VALUE '   31-60 DIAS '.
           05  FILLER                 PIC X(14)
                                      VALUE '   61-90 DIAS '.
           05  FILLER                 PIC X(14)
                                      VALUE '  MAS 90 DIAS '.
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  LINEA-PROVEEDOR.
           05  PROVEEDOR-SAL          PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRAMO1-SAL             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO2-SAL             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO3-SAL             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO4-SAL             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO5-SAL             PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MARCA-SAL              PIC X(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RETENIDAS-SAL          PIC ZZZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  FILLER                 PIC X(09)
                                      VALUE 'TOTALES  '.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRAMO1-TOT             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO2-TOT             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO3-TOT             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO4-TOT             PIC -ZZ.ZZZ.ZZ9,99.
           05  TRAMO5-TOT             PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  LINEA-CUENTAS.
           05  FILLER                 PIC X(09)
                                      VALUE 'FACTURAS '.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CUENTA1-TOT            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CUENTA2-TOT            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CUENTA3-TOT            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CUENTA4-TOT            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CUENTA5-TOT            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(34) VALUE SPACES.
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
      *--------DCLGEN FACTURAS_PROVEEDOR--*
      *
           EXEC SQL
               INCLUDE TBFACPRV
           END-EXEC.
      *
      *--------CURSOR DE FACTURAS NO PAGADAS CON DIAS DESDE VENCIMIENTO*
      *
           EXEC SQL
               DECLARE CUR-FACTURAS CURSOR FOR
               SELECT ID_FACTURA_PROV
                     ,ID_PROVEEDOR
                     ,ESTADO
                     ,IMPORTE_BASE
                     ,IMPORTE_IVA
                     ,DAYS(:WK-FECHA-PROCESO) - DAYS(FECHA_VENCIMIENTO)
                 FROM FACTURAS_PROVEEDOR
                WHERE ESTADO IN ('P', 'R')
                ORDER BY ID_PROVEEDOR, ID_FACTURA_PROV
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
                      WK-TRAMOS-PROVEEDOR
                      WK-TRAMOS-TOTAL
                      WK-CUENTA-TRAMOS
      *
           SET NO-FIN-CURSOR          TO TRUE
           MOVE ZEROS                 TO WK-PROVEEDOR-ANTERIOR
      *
           ACCEPT WK-FECHA-PROCESO  FROM SYSIN
      *
           IF WK-FECHA-PROCESO = SPACES
              DISPLAY 'AGINGAP: FALTA LA FECHA DE PROCESO EN SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           DISPLAY 'AGINGAP: FECHA ' WK-FECHA-PROCESO
      *
           OPEN OUTPUT FSALIDA
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FSALIDA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FSALIDA        FROM LINEA-CABECERA
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-FACTURAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-FACTURAS'
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
      *     CORTE DE CONTROL POR PROVEEDOR                             *
      ******************************************************************
       2000-PROCESO.
      *
           IF FV-ID-PROVEEDOR NOT = WK-PROVEEDOR-ANTERIOR
              IF WK-PROVEEDOR-ANTERIOR > ZEROS
                 PERFORM 2400-CERRAR-PROVEEDOR
                    THRU 2400-CERRAR-PROVEEDOR-EXIT
              END-IF
              MOVE FV-ID-PROVEEDOR    TO WK-PROVEEDOR-ANTERIOR
              INITIALIZE WK-TRAMOS-PROVEEDOR
              MOVE ZEROS              TO WK-RETENIDAS-PROV
           END-IF
      *
           ADD CT-1                   TO CN-FACTURAS
      *
           IF FV-ESTADO = CT-RETENIDA
              ADD CT-1                TO CN-RETENIDAS
                                         WK-RETENIDAS-PROV
           END-IF
      *
           COMPUTE WK-PENDIENTE = FV-IMPORTE-BASE + FV-IMPORTE-IVA
      *
           PERFORM 2200-CLASIFICAR-TRAMO
              THRU 2200-CLASIFICAR-TRAMO-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-CLASIFICAR-TRAMO                                      *
      *     DIAS NEGATIVOS O CERO: LA FACTURA AUN NO HA VENCIDO        *
      ******************************************************************
       2200-CLASIFICAR-TRAMO.
      *
           EVALUATE TRUE
              WHEN WK-DIAS <= 0
                   MOVE 1             TO WK-IND
              WHEN WK-DIAS <= 30
                   MOVE 2             TO WK-IND
              WHEN WK-DIAS <= 60
                   MOVE 3             TO WK-IND
              WHEN WK-DIAS <= 90
                   MOVE 4             TO WK-IND
              WHEN OTHER
                   MOVE 5             TO WK-IND
           END-EVALUATE
      *
           ADD WK-PENDIENTE           TO WK-TRAMO-PRV (WK-IND)
           ADD WK-PENDIENTE           TO WK-TRAMO-TOT (WK-IND)
           ADD CT-1                   TO WK-CUENTA-TRAMO (WK-IND)
      *
           .
       2200-CLASIFICAR-TRAMO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-CERRAR-PROVEEDOR                                      *
      ******************************************************************
       2400-CERRAR-PROVEEDOR.
      *
           ADD CT-1                   TO CN-PROVEEDORES
      *
           MOVE WK-PROVEEDOR-ANTERIOR TO PROVEEDOR-SAL
           MOVE WK-TRAMO-PRV (1)      TO TRAMO1-SAL
           MOVE WK-TRAMO-PRV (2)      TO TRAMO2-SAL
           MOVE WK-TRAMO-PRV (3)      TO TRAMO3-SAL
           MOVE WK-TRAMO-PRV (4)      TO TRAMO4-SAL
           MOVE WK-TRAMO-PRV (5)      TO TRAMO5-SAL
      *
           IF WK-RETENIDAS-PROV > ZEROS
              MOVE 'CON RETENIDAS'    TO MARCA-SAL
              MOVE WK-RETENIDAS-PROV  TO RETENIDAS-SAL
              ADD CT-1                TO CN-MARCADOS
           ELSE
              MOVE SPACES             TO MARCA-SAL
              MOVE ZEROS              TO RETENIDAS-SAL
           END-IF
      *
           WRITE REG-FSALIDA        FROM LINEA-PROVEEDOR
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
              DISPLAY 'PARRAFO: 2400-CERRAR-PROVEEDOR'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-CERRAR-PROVEEDOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              IF WK-PROVEEDOR-ANTERIOR > ZEROS
                 PERFORM 2400-CERRAR-PROVEEDOR
                    THRU 2400-CERRAR-PROVEEDOR-EXIT
                 MOVE ZEROS           TO WK-PROVEEDOR-ANTERIOR
              END-IF
      *
              MOVE WK-TRAMO-TOT (1)   TO TRAMO1-TOT
              MOVE WK-TRAMO-TOT (2)   TO TRAMO2-TOT
              MOVE WK-TRAMO-TOT (3)   TO TRAMO3-TOT
              MOVE WK-TRAMO-TOT (4)   TO TRAMO4-TOT
              MOVE WK-TRAMO-TOT (5)   TO TRAMO5-TOT
      *
              WRITE REG-FSALIDA     FROM LINEA-TOTAL
      *
              IF FS-FSALIDA NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
      *
              MOVE WK-CUENTA-TRAMO (1) TO CUENTA1-TOT
              MOVE WK-CUENTA-TRAMO (2) TO CUENTA2-TOT
              MOVE WK-CUENTA-TRAMO (3) TO CUENTA3-TOT
              MOVE WK-CUENTA-TRAMO (4) TO CUENTA4-TOT
              MOVE WK-CUENTA-TRAMO (5) TO CUENTA5-TOT
      *
              WRITE REG-FSALIDA     FROM LINEA-CUENTAS
      *
              IF FS-FSALIDA NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
           END-IF
      *
           EXEC SQL
               CLOSE CUR-FACTURAS
           END-EXEC
      *
           CLOSE FSALIDA
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   A G I N G A P          **'
           DISPLAY '***************************************'
           DISPLAY '*FACTURAS ABIERTAS  : ' CN-FACTURAS '      *'
           DISPLAY '*FACTURAS RETENIDAS : ' CN-RETENIDAS '      *'
           DISPLAY '*PROVEEDORES        : ' CN-PROVEEDORES '      *'
           DISPLAY '*CON RETENIDAS      : ' CN-MARCADOS '      *'
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
               FETCH CUR-FACTURAS
                INTO :FV-ID-FACTURA-PROV
                    ,:FV-ID-PROVEEDOR
                    ,:FV-ESTADO
                    ,:FV-IMPORTE-BASE
                    ,:FV-IMPORTE-IVA
                    ,:WK-DIAS
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-FACTURAS'
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
