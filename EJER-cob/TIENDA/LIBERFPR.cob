      ******************************************************************
      ** L I B E R F P R.- DECISIONES DEL COMPRADOR SOBRE LAS        **
      **                   FACTURAS DE PROVEEDOR RETENIDAS POR       **
      **                   CRUCEFPR. CADA REGISTRO DE FDECISIO TRAE  **
      **                   EL NUMERO INTERNO DE FACTURA Y LA         **
      **                   DECISION: 'L' LIBERAR (PASA A PENDIENTE   **
      **                   DE PAGO A SU VENCIMIENTO) O 'A' ANULAR    **
      **                   (NO SE PAGA Y SUS CANTIDADES DEJAN DE     **
      **                   CONTAR COMO FACTURADAS EN EL CRUCE). EL   **
      **                   MOTIVO DE RETENCION SE CONSERVA. SOLO SE  **
      **                   ACTUA SOBRE FACTURAS RETENIDAS; EL RESTO  **
      **                   VA A FINCIDE. CADA DECISION ES SU PROPIA  **
      **                   UNIDAD DE TRABAJO.                        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   LIBERFPR.
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
           SELECT FDECISIO ASSIGN TO FDECISIO
           FILE STATUS FS-FDECISIO.
      *
           SELECT FSALIDA  ASSIGN TO FSALIDA
           FILE STATUS FS-FSALIDA.
      *
           SELECT FINCIDE  ASSIGN TO FINCIDE
           FILE STATUS FS-FINCIDE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FDECISIO
           RECORDING MODE IS F.
       01  REG-FDECISIO               PIC X(0020).
      *    DECISIONES DEL COMPRADOR: FACTURA INTERNA Y DECISION
      *
       FD FSALIDA
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(0080).
      *    LISTADO DE DECISIONES APLICADAS
      *
       FD FINCIDE
           RECORDING MODE IS F.
       01  REG-FINCIDE                PIC X(0060).
      *    DECISIONES RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FDECISIO            PIC X(02).
           05  FS-FSALIDA             PIC X(02).
           05  FS-FINCIDE             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-LIBERAR             PIC X(01) VALUE 'L'.
           05  CT-ANULAR              PIC X(01) VALUE 'A'.
           05  CT-RETENIDA            PIC X(01) VALUE 'R'.
           05  CT-PENDIENTE-PAGO      PIC X(01) VALUE 'P'.
           05  CT-ANULADA             PIC X(01) VALUE 'A'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDOS              PIC 9(05).
           05  CN-LIBERADAS           PIC 9(05).
           05  CN-ANULADAS            PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
      *
       01  DECISION-ENTRADA.
           05  ID-FACTURA-DEC         PIC 9(09).
           05  DECISION-DEC           PIC X(01).
           05  FILLER                 PIC X(10).
      *
       01  LINEA-DECISION.
           05  ID-FACTURA-SAL         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-PROVEEDOR-SAL       PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-FACTURA-SAL        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-SAL            PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-SAL          PIC X(08).
           05  FILLER                 PIC X(11) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  ID-FACTURA-INC         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DECISION-INC           PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-INC             PIC X(30).
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FDECISIO        PIC X(01).
               88  SI-FIN-FDECISIO              VALUE 'S'.
               88  NO-FIN-FDECISIO              VALUE 'N'.
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
             UNTIL SI-FIN-FDECISIO
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
                      DECISION-ENTRADA
      *
           SET NO-FIN-FDECISIO        TO TRUE
      *
           OPEN INPUT  FDECISIO
           OPEN OUTPUT FSALIDA
           OPEN OUTPUT FINCIDE
      *
           IF FS-FDECISIO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FDECISIO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDECISIO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
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
           IF FS-FINCIDE NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINCIDE'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINCIDE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FDECISIO
              THRU 9000-LEER-FDECISIO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           IF ID-FACTURA-DEC IS NOT NUMERIC
              OR (DECISION-DEC NOT = CT-LIBERAR
                  AND DECISION-DEC NOT = CT-ANULAR)
              MOVE 'DECISION NO VALIDA'
                                      TO MOTIVO-INC
              PERFORM 2400-ESCRIBIR-INCIDENCIA
                 THRU 2400-ESCRIBIR-INCIDENCIA-EXIT
           ELSE
              PERFORM 2100-LEER-FACTURA
                 THRU 2100-LEER-FACTURA-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FDECISIO
              THRU 9000-LEER-FDECISIO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-LEER-FACTURA                                          *
      ******************************************************************
       2100-LEER-FACTURA.
      *
           MOVE ID-FACTURA-DEC        TO FV-ID-FACTURA-PROV
      *
           EXEC SQL
               SELECT ID_PROVEEDOR
                     ,NUM_FACTURA_PROV
                     ,IMPORTE_BASE
                     ,IMPORTE_IVA
                     ,ESTADO
                 INTO :FV-ID-PROVEEDOR
                     ,:FV-NUM-FACTURA-PROV
                     ,:FV-IMPORTE-BASE
                     ,:FV-IMPORTE-IVA
                     ,:FV-ESTADO
                 FROM FACTURAS_PROVEEDOR
                WHERE ID_FACTURA_PROV = :FV-ID-FACTURA-PROV
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   IF FV-ESTADO = CT-RETENIDA
                      PERFORM 2200-APLICAR-DECISION
                         THRU 2200-APLICAR-DECISION-EXIT
                   ELSE
                      MOVE 'FACTURA NO RETENIDA'
                                      TO MOTIVO-INC
                      PERFORM 2400-ESCRIBIR-INCIDENCIA
                         THRU 2400-ESCRIBIR-INCIDENCIA-EXIT
                   END-IF
              WHEN 100
                   MOVE 'FACTURA INEXISTENTE'
                                      TO MOTIVO-INC
                   PERFORM 2400-ESCRIBIR-INCIDENCIA
                      THRU 2400-ESCRIBIR-INCIDENCIA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FACTURAS_PROVEEDOR'
                   DISPLAY 'PARRAFO: 2100-LEER-FACTURA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-LEER-FACTURA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-APLICAR-DECISION                                      *
      ******************************************************************
       2200-APLICAR-DECISION.
      *
           IF DECISION-DEC = CT-LIBERAR
              MOVE CT-PENDIENTE-PAGO  TO FV-ESTADO
              MOVE 'LIBERADA'         TO RESULTADO-SAL
              ADD CT-1                TO CN-LIBERADAS
           ELSE
              MOVE CT-ANULADA         TO FV-ESTADO
              MOVE 'ANULADA'          TO RESULTADO-SAL
              ADD CT-1                TO CN-ANULADAS
           END-IF
      *
           EXEC SQL
               UPDATE FACTURAS_PROVEEDOR
                  SET ESTADO = :FV-ESTADO
                WHERE ID_FACTURA_PROV = :FV-ID-FACTURA-PROV
                  AND ESTADO = 'R'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2200-APLICAR-DECISION'
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
              DISPLAY 'PARRAFO: 2200-APLICAR-DECISION'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE FV-ID-FACTURA-PROV    TO ID-FACTURA-SAL
           MOVE FV-ID-PROVEEDOR       TO ID-PROVEEDOR-SAL
           MOVE FV-NUM-FACTURA-PROV   TO NUM-FACTURA-SAL
           COMPUTE IMPORTE-SAL = FV-IMPORTE-BASE + FV-IMPORTE-IVA
      *
           WRITE REG-FSALIDA        FROM LINEA-DECISION
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
              DISPLAY 'PARRAFO: 2200-APLICAR-DECISION'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2200-APLICAR-DECISION-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2400-ESCRIBIR-INCIDENCIA.
      *
           MOVE ID-FACTURA-DEC        TO ID-FACTURA-INC
           MOVE DECISION-DEC          TO DECISION-INC
      *
           WRITE REG-FINCIDE        FROM LINEA-INCIDENCIA
      *
           IF FS-FINCIDE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINCIDE'
              DISPLAY 'PARRAFO: 2400-ESCRIBIR-INCIDENCIA'
              DISPLAY 'FILE STATUS: ' FS-FINCIDE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-RECHAZOS
      *
           .
       2400-ESCRIBIR-INCIDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FDECISIO
                 FSALIDA
                 FINCIDE
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   L I B E R F P R        **'
           DISPLAY '***************************************'
           DISPLAY '*DECISIONES LEIDAS  : ' CN-LEIDOS '      *'
           DISPLAY '*FACTURAS LIBERADAS : ' CN-LIBERADAS '      *'
           DISPLAY '*FACTURAS ANULADAS  : ' CN-ANULADAS '      *'
           DISPLAY '*DECISIONES RECHAZ. : ' CN-RECHAZOS '      *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-FDECISIO                                         *
      ******************************************************************
       9000-LEER-FDECISIO.
      *
           READ FDECISIO INTO DECISION-ENTRADA
      *
           EVALUATE FS-FDECISIO
              WHEN CT-00
                   ADD CT-1           TO CN-LEIDOS
              WHEN CT-10
                   SET SI-FIN-FDECISIO TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FDECISIO'
                   DISPLAY 'PARRAFO: 9000-LEER-FDECISIO'
                   DISPLAY 'FILE STATUS: ' FS-FDECISIO
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FDECISIO-EXIT.
           EXIT.
