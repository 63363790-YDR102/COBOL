      ******************************************************************
      ** P A G O P R O V.- REMESA SEMANAL DE PAGO A PROVEEDORES.     **
      **                   RECOGE LAS FACTURAS DE FACTURAS_PROVEEDOR **
      **                   PENDIENTES DE PAGO ('P') QUE VENCEN ANTES **
      **                   DE LA PROXIMA REMESA (FECHA DE PAGO DE    **
      **                   SYSIN, HOY SI NO VIENE, MAS LOS DIAS DEL  **
      **                   PARAMETRO DIASPAGO) Y GRABA UNA           **
      **                   TRANSFERENCIA POR FACTURA EN EL FICHERO   **
      **                   INTERBANCARIO (FORMATO CPYTRFEM:          **
      **                   CABECERA, DETALLES Y TOTALES DE CONTROL)  **
      **                   DESDE LA CUENTA DE LA TIENDA (IBAN POR    **
      **                   SYSIN) A LA CUENTA DEL PROVEEDOR EN       **
      **                   CUENTAS_PROVEEDOR, CON FECHA DE EJECUCION **
      **                   EL VENCIMIENTO (O LA FECHA DE PAGO SI YA  **
      **                   HA VENCIDO). LA FACTURA QUEDA PAGADA      **
      **                   ('G'). LOS PROVEEDORES SIN CUENTA VAN A   **
      **                   FINCIDE Y SUS FACTURAS ESPERAN A LA       **
      **                   SIGUIENTE REMESA. TODA LA REMESA ES UNA   **
      **                   UNIDAD DE TRABAJO: SOLO SE CONFIRMA SI EL **
      **                   FICHERO SE CIERRA CON SUS TOTALES.        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PAGOPROV.
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
           SELECT FEMISION ASSIGN TO FEMISION
           FILE STATUS FS-FEMISION.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FINCIDE  ASSIGN TO FINCIDE
           FILE STATUS FS-FINCIDE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEMISION
           RECORDING MODE IS F.
       01  REG-FEMISION               PIC X(0150).
      *    FICHERO INTERBANCARIO DE TRANSFERENCIAS A PROVEEDORES
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0120).
      *    LISTADO DE LA REMESA DE PAGOS
      *
       FD FINCIDE
           RECORDING MODE IS F.
       01  REG-FINCIDE                PIC X(0080).
      *    FACTURAS NO PAGADAS POR FALTA DE CUENTA DEL PROVEEDOR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FEMISION            PIC X(02).
           05  FS-FINFORME            PIC X(02).
           05  FS-FINCIDE             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'PAGOPROV'.
           05  CT-PAGADA              PIC X(01) VALUE 'G'.
           05  CT-EUR                 PIC X(03) VALUE 'EUR'.
      *
       01  CN-CONTADORES.
           05  CN-FACTURAS            PIC 9(05).
           05  CN-PAGADAS             PIC 9(05).
           05  CN-SIN-CUENTA          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-IBAN-ORDENANTE      PIC X(34).
           05  WK-FECHA-PAGO-E        PIC X(10).
           05  WK-FECHA-PAGO          PIC X(10).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-HORA-HOY            PIC 9(08).
           05  WK-DIAS-PAGO           PIC S9(04) COMP.
           05  WK-IBAN-PROVEEDOR      PIC X(34).
           05  WK-FECHA-EJEC          PIC X(10).
           05  WK-FECHA-EJEC-N        PIC 9(08).
           05  WK-FECHA-EJEC-X        REDEFINES WK-FECHA-EJEC-N
                                      PIC X(08).
           05  WK-IMPORTE-PAGO        PIC S9(11)V9(02) COMP-3.
           05  WK-IMPORTE-EMITIDO     PIC S9(15)V9(02) COMP-3.
      *
       01  LINEA-PAGO.
           05  ID-PROVEEDOR-PAG       PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-FACTURA-PAG         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-FACTURA-PAG        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VENCIMIENTO-PAG        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EJECUCION-PAG          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-PAG            PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IBAN-PAG               PIC X(34).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  ID-PROVEEDOR-INC       PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-FACTURA-INC         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-FACTURA-INC        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-INC             PIC X(30).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *--------REGISTROS DEL FICHERO INTERBANCARIO---------------------*
      *
       COPY CPYTRFEM.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
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
      *--------DCLGEN CUENTAS_PROVEEDOR---*
      *
           EXEC SQL
               INCLUDE TBCTAPRV
           END-EXEC.
      *
      *--------CURSOR DE FACTURAS QUE VENCEN ANTES DE LA PROXIMA REMESA*
      *
           EXEC SQL
               DECLARE CUR-PAGOS CURSOR FOR
               SELECT F.ID_FACTURA_PROV
                     ,F.ID_PROVEEDOR
                     ,F.NUM_FACTURA_PROV
                     ,F.FECHA_VENCIMIENTO
                     ,F.IMPORTE_BASE
                     ,F.IMPORTE_IVA
                     ,COALESCE(C.IBAN, ' ')
                 FROM FACTURAS_PROVEEDOR F
                 LEFT OUTER JOIN CUENTAS_PROVEEDOR C
                   ON C.ID_PROVEEDOR = F.ID_PROVEEDOR
                WHERE F.ESTADO = 'P'
                  AND F.FECHA_VENCIMIENTO <
                      DATE(:WK-FECHA-PAGO) + :WK-DIAS-PAGO DAYS
                ORDER BY F.ID_PROVEEDOR, F.FECHA_VENCIMIENTO
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
           ACCEPT WK-IBAN-ORDENANTE FROM SYSIN
           ACCEPT WK-FECHA-PAGO-E   FROM SYSIN
      *
           IF WK-IBAN-ORDENANTE = SPACES
              DISPLAY 'PAGOPROV: FALTA EL IBAN ORDENANTE EN SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY         FROM TIME
      *
           IF WK-FECHA-PAGO-E = SPACES
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-PAGO (1:4)
              MOVE '-'                TO WK-FECHA-PAGO (5:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-PAGO (6:2)
              MOVE '-'                TO WK-FECHA-PAGO (8:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-PAGO (9:2)
           ELSE
              MOVE WK-FECHA-PAGO-E    TO WK-FECHA-PAGO
           END-IF
      *
      *    HORIZONTE DE LA REMESA: LO QUE VENCE ANTES DE LA SIGUIENTE
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASPAGO'            TO PARAMETRO-PAR
           MOVE 7                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-PAGO
      *
           DISPLAY 'PAGOPROV: REMESA DEL ' WK-FECHA-PAGO
                   ' VENCIMIENTOS HASTA ' WK-DIAS-PAGO ' DIAS'
      *
           OPEN OUTPUT FEMISION
           OPEN OUTPUT FINFORME
           OPEN OUTPUT FINCIDE
      *
           IF FS-FEMISION NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              OR FS-FINCIDE NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEMISION ' ' FS-FINFORME
                      ' ' FS-FINCIDE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
      *    CABECERA DEL FICHERO INTERBANCARIO: SE GRABA SIEMPRE, AUNQUE
      *    LA REMESA NO TENGA FACTURAS. LA ENTIDAD PRESENTADORA ES LA
      *    DEL IBAN DE LA TIENDA
           MOVE WK-IBAN-ORDENANTE (5:4)
                                      TO ENTIDAD-TRC
           MOVE WK-FECHA-HOY-AAAAMMDD TO FECHA-TRC
           STRING CT-PGM                 DELIMITED BY SIZE
                  WK-FECHA-HOY-AAAAMMDD  DELIMITED BY SIZE
                  WK-HORA-HOY (1:4)      DELIMITED BY SIZE
             INTO REFERENCIA-TRC
      *
           WRITE REG-FEMISION       FROM REG-TRF-CABECERA
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-PAGOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PAGOS'
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
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                   TO CN-FACTURAS
      *
           IF WK-IBAN-PROVEEDOR = SPACES
              PERFORM 2400-ESCRIBIR-INCIDENCIA
                 THRU 2400-ESCRIBIR-INCIDENCIA-EXIT
           ELSE
              PERFORM 2100-PAGAR-FACTURA
                 THRU 2100-PAGAR-FACTURA-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-PAGAR-FACTURA                                         *
      *     SE EJECUTA AL VENCIMIENTO; LO YA VENCIDO, EN LA FECHA DE   *
      *     LA REMESA                                                  *
      ******************************************************************
       2100-PAGAR-FACTURA.
      *
           IF FV-FECHA-VENCIMIENTO > WK-FECHA-PAGO
              MOVE FV-FECHA-VENCIMIENTO
                                      TO WK-FECHA-EJEC
           ELSE
              MOVE WK-FECHA-PAGO      TO WK-FECHA-EJEC
           END-IF
      *
           STRING WK-FECHA-EJEC (1:4) DELIMITED BY SIZE
                  WK-FECHA-EJEC (6:2) DELIMITED BY SIZE
                  WK-FECHA-EJEC (9:2) DELIMITED BY SIZE
             INTO WK-FECHA-EJEC-X
      *
           COMPUTE WK-IMPORTE-PAGO = FV-IMPORTE-BASE + FV-IMPORTE-IVA
      *
           MOVE CT-PAGADA             TO FV-ESTADO
           MOVE WK-FECHA-EJEC         TO FV-FECHA-PAGO
      *
           EXEC SQL
               UPDATE FACTURAS_PROVEEDOR
                  SET ESTADO = :FV-ESTADO
                     ,FECHA_PAGO = :FV-FECHA-PAGO
                WHERE ID_FACTURA_PROV = :FV-ID-FACTURA-PROV
                  AND ESTADO = 'P'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2100-PAGAR-FACTURA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE FV-ID-FACTURA-PROV    TO REFERENCIA-TRD
           MOVE WK-IBAN-ORDENANTE     TO IBAN-ORDENANTE-TRD
           MOVE WK-IBAN-PROVEEDOR     TO IBAN-BENEF-TRD
           MOVE WK-IMPORTE-PAGO       TO IMPORTE-TRD
           MOVE CT-EUR                TO DIVISA-TRD
           MOVE FV-NUM-FACTURA-PROV   TO CONCEPTO-TRD
           MOVE WK-FECHA-EJEC-N       TO FECHA-EJEC-TRD
      *
           WRITE REG-FEMISION       FROM REG-TRF-DETALLE
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 2100-PAGAR-FACTURA'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-PAGADAS
           ADD WK-IMPORTE-PAGO        TO WK-IMPORTE-EMITIDO
      *
           MOVE FV-ID-PROVEEDOR       TO ID-PROVEEDOR-PAG
           MOVE FV-ID-FACTURA-PROV    TO ID-FACTURA-PAG
           MOVE FV-NUM-FACTURA-PROV   TO NUM-FACTURA-PAG
           MOVE FV-FECHA-VENCIMIENTO  TO VENCIMIENTO-PAG
           MOVE WK-FECHA-EJEC         TO EJECUCION-PAG
           MOVE WK-IMPORTE-PAGO       TO IMPORTE-PAG
           MOVE WK-IBAN-PROVEEDOR     TO IBAN-PAG
      *
           WRITE REG-FINFORME       FROM LINEA-PAGO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2100-PAGAR-FACTURA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-PAGAR-FACTURA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2400-ESCRIBIR-INCIDENCIA.
      *
           MOVE FV-ID-PROVEEDOR       TO ID-PROVEEDOR-INC
           MOVE FV-ID-FACTURA-PROV    TO ID-FACTURA-INC
           MOVE FV-NUM-FACTURA-PROV   TO NUM-FACTURA-INC
           MOVE 'PROVEEDOR SIN CUENTA DE PAGO'
                                      TO MOTIVO-INC
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
           ADD CT-1                   TO CN-SIN-CUENTA
      *
           .
       2400-ESCRIBIR-INCIDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2800-ESCRIBIR-TOTALES                                      *
      *     REGISTRO 'T' DE CONTROL, SOLO AL TERMINAR BIEN: SIN EL, LA *
      *     CAMARA TRATA EL FICHERO COMO INCOMPLETO.                   *
      ******************************************************************
       2800-ESCRIBIR-TOTALES.
      *
           MOVE CN-PAGADAS            TO NUM-DETALLES-TRT
           MOVE WK-IMPORTE-EMITIDO    TO IMPORTE-TOTAL-TRT
      *
           WRITE REG-FEMISION       FROM REG-TRF-TOTALES
      *
           IF FS-FEMISION NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMISION'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-TOTALES'
              DISPLAY 'FILE STATUS: ' FS-FEMISION
      *
              MOVE 8                  TO RETURN-CODE
           END-IF
      *
           .
       2800-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      *     LA REMESA SE CONFIRMA SOLO CON EL FICHERO CERRADO CON SUS  *
      *     TOTALES; ANTE CUALQUIER ERROR SE DESHACE ENTERA            *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-PAGOS
           END-EXEC
      *
           IF RETURN-CODE = 0
              PERFORM 2800-ESCRIBIR-TOTALES
                 THRU 2800-ESCRIBIR-TOTALES-EXIT
           END-IF
      *
           IF RETURN-CODE = 0
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL HACER COMMIT'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FEMISION
                 FINFORME
                 FINCIDE
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   P A G O P R O V        **'
           DISPLAY '***************************************'
           DISPLAY '*FACTURAS A PAGAR   : ' CN-FACTURAS '      *'
           DISPLAY '*FACTURAS PAGADAS   : ' CN-PAGADAS '      *'
           DISPLAY '*SIN CUENTA DE PAGO : ' CN-SIN-CUENTA '      *'
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
               FETCH CUR-PAGOS
                INTO :FV-ID-FACTURA-PROV
                    ,:FV-ID-PROVEEDOR
                    ,:FV-NUM-FACTURA-PROV
                    ,:FV-FECHA-VENCIMIENTO
                    ,:FV-IMPORTE-BASE
                    ,:FV-IMPORTE-IVA
                    ,:WK-IBAN-PROVEEDOR
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-PAGOS'
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
