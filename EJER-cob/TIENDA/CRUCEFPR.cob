      ******************************************************************
      ** C R U C E F P R.- CRUCE A TRES BANDAS DE LAS FACTURAS DE    **
      **                   PROVEEDOR. LEE EL FICHERO DE FACTURAS     **
      **                   RECIBIDAS (CABECERA 'C' Y LINEAS 'D',     **
      **                   CADA LINEA CONTRA UN PEDIDO DE            **
      **                   PEDIDOS_PROVEEDOR) Y CRUZA CADA LINEA CON **
      **                   EL PRECIO PACTADO (PRECIO_UNITARIO) Y CON **
      **                   LO RECIBIDO (CANTIDAD_RECIBIDA MENOS LO   **
      **                   YA FACTURADO EN OTRAS FACTURAS NO         **
      **                   ANULADAS). LAS TOLERANCIAS DE PRECIO Y    **
      **                   CANTIDAD (EN %) Y DE DESCUADRE DE LA BASE **
      **                   (EN EUROS) SE LEEN DE PARAMETROS. LA      **
      **                   FACTURA CUADRADA QUEDA PENDIENTE DE PAGO  **
      **                   A SU VENCIMIENTO (SI NO VIENE, FECHA DE   **
      **                   FACTURA MAS EL PLAZO DE PAGO); LA QUE NO, **
      **                   RETENIDA PARA REVISION DEL COMPRADOR EN   **
      **                   FRETEN. LAS FACTURAS DUPLICADAS O MAL     **
      **                   FORMADAS VAN A FINCIDE SIN DARSE DE ALTA. **
      **                   CADA FACTURA ES SU PROPIA UNIDAD DE       **
      **                   TRABAJO.                                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CRUCEFPR.
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
           SELECT FFACPROV ASSIGN TO FFACPROV
           FILE STATUS FS-FFACPROV.
      *
           SELECT FSALIDA  ASSIGN TO FSALIDA
           FILE STATUS FS-FSALIDA.
      *
           SELECT FRETEN   ASSIGN TO FRETEN
           FILE STATUS FS-FRETEN.
      *
           SELECT FINCIDE  ASSIGN TO FINCIDE
           FILE STATUS FS-FINCIDE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFACPROV
           RECORDING MODE IS F.
       01  REG-FFACPROV               PIC X(0080).
      *    FACTURAS DE PROVEEDOR: CABECERA 'C' SEGUIDA DE SUS LINEAS 'D'
      *
       FD FSALIDA
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(0080).
      *    LISTADO DEL CRUCE LINEA A LINEA
      *
       FD FRETEN
           RECORDING MODE IS F.
       01  REG-FRETEN                 PIC X(0110).
      *    FACTURAS RETENIDAS PARA REVISION DEL COMPRADOR
      *
       FD FINCIDE
           RECORDING MODE IS F.
       01  REG-FINCIDE                PIC X(0080).
      *    FACTURAS Y REGISTROS RECHAZADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFACPROV            PIC X(02).
           05  FS-FSALIDA             PIC X(02).
           05  FS-FRETEN              PIC X(02).
           05  FS-FINCIDE             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'CRUCEFPR'.
           05  CT-CABECERA            PIC X(01) VALUE 'C'.
           05  CT-DETALLE             PIC X(01) VALUE 'D'.
           05  CT-MAX-LINEAS          PIC 9(03) VALUE 50.
           05  CT-PEDIDO-RECIBIDO     PIC X(01) VALUE 'R'.
           05  CT-PENDIENTE-PAGO      PIC X(01) VALUE 'P'.
           05  CT-RETENIDA            PIC X(01) VALUE 'R'.
           05  CT-LINEA-OK            PIC X(02) VALUE 'OK'.
           05  CT-LINEA-PEDIDO        PIC X(02) VALUE 'PE'.
           05  CT-LINEA-NO-RECIBIDA   PIC X(02) VALUE 'NR'.
           05  CT-LINEA-CANTIDAD      PIC X(02) VALUE 'CT'.
           05  CT-LINEA-PRECIO        PIC X(02) VALUE 'PR'.
      *
       01  CN-CONTADORES.
           05  CN-REGISTROS           PIC 9(05).
           05  CN-FACTURAS            PIC 9(05).
           05  CN-LINEAS              PIC 9(05).
           05  CN-CUADRADAS           PIC 9(05).
           05  CN-RETENIDAS           PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-TOL-PRECIO          PIC S9(03)V9(03) COMP-3.
           05  WK-TOL-CANTIDAD        PIC S9(03)V9(03) COMP-3.
           05  WK-TOL-IMPORTE         PIC S9(07)V9(02) COMP-3.
           05  WK-PLAZO-PAGO          PIC S9(04) COMP.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-NUM-LINEAS          PIC S9(04) COMP.
           05  WK-DUPLICADAS          PIC S9(09) COMP.
           05  WK-FACTURADA           PIC S9(07) COMP-3.
           05  WK-SUMA-LINEAS         PIC S9(11)V9(02) COMP-3.
           05  WK-DIFERENCIA          PIC S9(11)V9(02) COMP-3.
           05  WK-MOTIVO              PIC X(30).
      *
      * LINEAS DE LA FACTURA EN CURSO, GUARDADAS HASTA SU CIERRE
       01  WK-TABLA-LINEAS.
           05  WK-LINEA               OCCURS 50 TIMES.
               10  WK-PEDIDO-LIN      PIC 9(09).
               10  WK-CANTIDAD-LIN    PIC 9(05).
               10  WK-PRECIO-LIN      PIC 9(08)V9(02).
      *
       01  REG-ENTRADA.
           05  TIPO-REG-ENT           PIC X(01).
           05  FILLER                 PIC X(79).
       01  CABECERA-ENT REDEFINES REG-ENTRADA.
           05  FILLER                 PIC X(01).
           05  ID-PROVEEDOR-ENT       PIC 9(09).
           05  NUM-FACTURA-ENT        PIC X(20).
           05  FECHA-FACTURA-ENT      PIC X(10).
           05  FECHA-VENC-ENT         PIC X(10).
           05  IMPORTE-ENT            PIC 9(09)V9(02).
           05  IVA-ENT                PIC 9(09)V9(02).
           05  FILLER                 PIC X(08).
       01  DETALLE-ENT REDEFINES REG-ENTRADA.
           05  FILLER                 PIC X(01).
           05  NUM-PEDIDO-ENT         PIC 9(09).
           05  CANTIDAD-ENT           PIC 9(05).
           05  PRECIO-ENT             PIC 9(08)V9(02).
           05  FILLER                 PIC X(55).
      *
       01  LINEA-CRUCE.
           05  ID-FACTURA-CRU         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-LINEA-CRU          PIC 9(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-PEDIDO-CRU         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CANTIDAD-CRU           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRECIO-FAC-CRU         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRECIO-PED-CRU         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-CRU          PIC X(02).
           05  FILLER                 PIC X(14) VALUE SPACES.
      *
       01  LINEA-RETENIDA.
           05  ID-FACTURA-RET         PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-PROVEEDOR-RET       PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-FACTURA-RET        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RET            PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VENCIMIENTO-RET        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RET             PIC X(30).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  ID-PROVEEDOR-INC       PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-FACTURA-INC        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-INC             PIC X(30).
           05  FILLER                 PIC X(17) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FFACPROV        PIC X(01).
               88  SI-FIN-FFACPROV              VALUE 'S'.
               88  NO-FIN-FFACPROV              VALUE 'N'.
           05  SW-FACTURA-ABIERTA     PIC X(01).
               88  SI-FACTURA-ABIERTA           VALUE 'S'.
               88  NO-FACTURA-ABIERTA           VALUE 'N'.
           05  SW-FACTURA-ERRONEA     PIC X(01).
               88  SI-FACTURA-ERRONEA           VALUE 'S'.
               88  NO-FACTURA-ERRONEA           VALUE 'N'.
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
      *--------DCLGEN FACTURAS_PROV_LINEA-*
      *
           EXEC SQL
               INCLUDE TBFPRLIN
           END-EXEC.
      *
      *--------DCLGEN PEDIDOS_PROVEEDOR---*
      *
           EXEC SQL
               INCLUDE TBPEDPRV
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
             UNTIL SI-FIN-FFACPROV
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
                      WK-TABLA-LINEAS
      *
           SET NO-FIN-FFACPROV        TO TRUE
           SET NO-FACTURA-ABIERTA     TO TRUE
           SET NO-FACTURA-ERRONEA     TO TRUE
      *
      *    TOLERANCIAS Y PLAZO DE PAGO: LOS GOBIERNA LA TABLA DE
      *    PARAMETROS A TRAVES DE RUTPARAM
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'TOLPRECIO'           TO PARAMETRO-PAR
           MOVE 2                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-TOL-PRECIO
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'TOLCANTIDAD'         TO PARAMETRO-PAR
           MOVE 0                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-TOL-CANTIDAD
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'TOLIMPORTE'          TO PARAMETRO-PAR
           MOVE 1                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-TOL-IMPORTE
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'PLAZOPAGO'           TO PARAMETRO-PAR
           MOVE 30                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-PLAZO-PAGO
      *
           DISPLAY 'CRUCEFPR: TOLERANCIA PRECIO ' WK-TOL-PRECIO
                   ' % CANTIDAD ' WK-TOL-CANTIDAD
                   ' % BASE ' WK-TOL-IMPORTE
                   ' EUR PLAZO ' WK-PLAZO-PAGO ' DIAS'
      *
           OPEN INPUT  FFACPROV
           OPEN OUTPUT FSALIDA
           OPEN OUTPUT FRETEN
           OPEN OUTPUT FINCIDE
      *
           IF FS-FFACPROV NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FFACPROV'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFACPROV
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
           IF FS-FRETEN NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FRETEN'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRETEN
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
           PERFORM 9000-LEER-FFACPROV
              THRU 9000-LEER-FFACPROV-EXIT
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
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UNA CABECERA CIERRA LA FACTURA ANTERIOR Y ABRE LA SUYA     *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE TIPO-REG-ENT
              WHEN CT-CABECERA
                   IF SI-FACTURA-ABIERTA
                      PERFORM 2500-CERRAR-FACTURA
                         THRU 2500-CERRAR-FACTURA-EXIT
                   END-IF
                   PERFORM 2100-ABRIR-FACTURA
                      THRU 2100-ABRIR-FACTURA-EXIT
              WHEN CT-DETALLE
                   PERFORM 2200-GUARDAR-LINEA
                      THRU 2200-GUARDAR-LINEA-EXIT
              WHEN OTHER
                   MOVE ZEROS         TO ID-PROVEEDOR-INC
                   MOVE SPACES        TO NUM-FACTURA-INC
                   MOVE 'TIPO DE REGISTRO NO VALIDO'
                                      TO MOTIVO-INC
                   PERFORM 2800-ESCRIBIR-INCIDENCIA
                      THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
           END-EVALUATE
      *
           PERFORM 9000-LEER-FFACPROV
              THRU 9000-LEER-FFACPROV-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-ABRIR-FACTURA                                         *
      ******************************************************************
       2100-ABRIR-FACTURA.
      *
           SET SI-FACTURA-ABIERTA     TO TRUE
           SET NO-FACTURA-ERRONEA     TO TRUE
           MOVE ZEROS                 TO WK-NUM-LINEAS
           MOVE SPACES                TO WK-MOTIVO
      *
           IF ID-PROVEEDOR-ENT IS NOT NUMERIC
              OR IMPORTE-ENT IS NOT NUMERIC
              OR IVA-ENT IS NOT NUMERIC
              OR NUM-FACTURA-ENT = SPACES
              OR FECHA-FACTURA-ENT = SPACES
              SET SI-FACTURA-ERRONEA  TO TRUE
              MOVE 'CABECERA NO VALIDA'
                                      TO WK-MOTIVO
              MOVE ZEROS              TO FV-ID-PROVEEDOR
              MOVE NUM-FACTURA-ENT    TO FV-NUM-FACTURA-PROV
              GO TO 2100-ABRIR-FACTURA-EXIT
           END-IF
      *
           MOVE ID-PROVEEDOR-ENT      TO FV-ID-PROVEEDOR
           MOVE NUM-FACTURA-ENT       TO FV-NUM-FACTURA-PROV
           MOVE FECHA-FACTURA-ENT     TO FV-FECHA-FACTURA
           MOVE FECHA-VENC-ENT        TO FV-FECHA-VENCIMIENTO
           MOVE IMPORTE-ENT           TO FV-IMPORTE-BASE
           MOVE IVA-ENT               TO FV-IMPORTE-IVA
      *
           .
       2100-ABRIR-FACTURA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-GUARDAR-LINEA                                         *
      ******************************************************************
       2200-GUARDAR-LINEA.
      *
           IF NO-FACTURA-ABIERTA
              MOVE ZEROS              TO ID-PROVEEDOR-INC
              MOVE SPACES             TO NUM-FACTURA-INC
              MOVE 'LINEA SIN CABECERA'
                                      TO MOTIVO-INC
              PERFORM 2800-ESCRIBIR-INCIDENCIA
                 THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
              GO TO 2200-GUARDAR-LINEA-EXIT
           END-IF
      *
           IF SI-FACTURA-ERRONEA
              GO TO 2200-GUARDAR-LINEA-EXIT
           END-IF
      *
           IF NUM-PEDIDO-ENT IS NOT NUMERIC
              OR CANTIDAD-ENT IS NOT NUMERIC
              OR PRECIO-ENT IS NOT NUMERIC
              OR CANTIDAD-ENT = ZEROS
              SET SI-FACTURA-ERRONEA  TO TRUE
              MOVE 'LINEA NO VALIDA'  TO WK-MOTIVO
              GO TO 2200-GUARDAR-LINEA-EXIT
           END-IF
      *
           IF WK-NUM-LINEAS = CT-MAX-LINEAS
              SET SI-FACTURA-ERRONEA  TO TRUE
              MOVE 'DEMASIADAS LINEAS'
                                      TO WK-MOTIVO
              GO TO 2200-GUARDAR-LINEA-EXIT
           END-IF
      *
           ADD 1                      TO WK-NUM-LINEAS
           MOVE NUM-PEDIDO-ENT        TO WK-PEDIDO-LIN (WK-NUM-LINEAS)
           MOVE CANTIDAD-ENT          TO WK-CANTIDAD-LIN (WK-NUM-LINEAS)
           MOVE PRECIO-ENT            TO WK-PRECIO-LIN (WK-NUM-LINEAS)
      *
           .
       2200-GUARDAR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-CERRAR-FACTURA                                        *
      *     ALTA DE LA FACTURA Y SUS LINEAS CRUZADAS EN UNA UNIDAD DE  *
      *     TRABAJO; LA CABECERA NACE RETENIDA Y SE LIBERA AL PAGO SI  *
      *     TODO CUADRA                                                *
      ******************************************************************
       2500-CERRAR-FACTURA.
      *
           SET NO-FACTURA-ABIERTA     TO TRUE
           ADD CT-1                   TO CN-FACTURAS
      *
           IF NO-FACTURA-ERRONEA
              AND WK-NUM-LINEAS = ZEROS
              SET SI-FACTURA-ERRONEA  TO TRUE
              MOVE 'FACTURA SIN LINEAS'
                                      TO WK-MOTIVO
           END-IF
      *
           IF NO-FACTURA-ERRONEA
              PERFORM 2510-VALIDAR-CABECERA
                 THRU 2510-VALIDAR-CABECERA-EXIT
           END-IF
      *
           IF SI-FACTURA-ERRONEA
              MOVE FV-ID-PROVEEDOR    TO ID-PROVEEDOR-INC
              MOVE FV-NUM-FACTURA-PROV
                                      TO NUM-FACTURA-INC
              MOVE WK-MOTIVO          TO MOTIVO-INC
              PERFORM 2800-ESCRIBIR-INCIDENCIA
                 THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
              ADD CT-1                TO CN-RECHAZADAS
              GO TO 2500-CERRAR-FACTURA-EXIT
           END-IF
      *
           PERFORM 2520-ALTA-CABECERA
              THRU 2520-ALTA-CABECERA-EXIT
      *
           MOVE ZEROS                 TO WK-SUMA-LINEAS
           MOVE SPACES                TO WK-MOTIVO
      *
           PERFORM 2600-CRUZAR-LINEA
              THRU 2600-CRUZAR-LINEA-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-LINEAS
      *
      *    LA BASE DE CABECERA DEBE CUADRAR CON LA SUMA DE LAS LINEAS
           COMPUTE WK-DIFERENCIA = FV-IMPORTE-BASE - WK-SUMA-LINEAS
           IF WK-DIFERENCIA < ZEROS
              COMPUTE WK-DIFERENCIA = WK-DIFERENCIA * -1
           END-IF
      *
           IF WK-DIFERENCIA > WK-TOL-IMPORTE
              AND WK-MOTIVO = SPACES
              MOVE 'BASE NO CUADRA CON LINEAS'
                                      TO WK-MOTIVO
           END-IF
      *
           IF WK-MOTIVO = SPACES
              MOVE CT-PENDIENTE-PAGO  TO FV-ESTADO
              ADD CT-1                TO CN-CUADRADAS
           ELSE
              MOVE CT-RETENIDA        TO FV-ESTADO
              ADD CT-1                TO CN-RETENIDAS
           END-IF
           MOVE WK-MOTIVO             TO FV-MOTIVO-RETENCION
      *
           EXEC SQL
               UPDATE FACTURAS_PROVEEDOR
                  SET ESTADO = :FV-ESTADO
                     ,MOTIVO_RETENCION = :FV-MOTIVO-RETENCION
                WHERE ID_FACTURA_PROV = :FV-ID-FACTURA-PROV
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2500-CERRAR-FACTURA'
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
              DISPLAY 'PARRAFO: 2500-CERRAR-FACTURA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FV-ESTADO = CT-RETENIDA
              PERFORM 2700-ESCRIBIR-RETENIDA
                 THRU 2700-ESCRIBIR-RETENIDA-EXIT
           END-IF
      *
           .
       2500-CERRAR-FACTURA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2510-VALIDAR-CABECERA                                      *
      *     FACTURA NO DUPLICADA PARA EL PROVEEDOR Y FECHAS VALIDAS;   *
      *     SIN VENCIMIENTO SE TOMA FECHA DE FACTURA MAS EL PLAZO      *
      ******************************************************************
       2510-VALIDAR-CABECERA.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-DUPLICADAS
                 FROM FACTURAS_PROVEEDOR
                WHERE ID_PROVEEDOR = :FV-ID-PROVEEDOR
                  AND NUM_FACTURA_PROV = :FV-NUM-FACTURA-PROV
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2510-VALIDAR-CABECERA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-DUPLICADAS > ZEROS
              SET SI-FACTURA-ERRONEA  TO TRUE
              MOVE 'FACTURA DUPLICADA'
                                      TO WK-MOTIVO
              GO TO 2510-VALIDAR-CABECERA-EXIT
           END-IF
      *
           IF FV-FECHA-VENCIMIENTO = SPACES
              EXEC SQL
                  SELECT CHAR(DATE(:FV-FECHA-FACTURA)
                              + :WK-PLAZO-PAGO DAYS, ISO)
                    INTO :FV-FECHA-VENCIMIENTO
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT CHAR(DATE(:FV-FECHA-VENCIMIENTO), ISO)
                    INTO :FV-FECHA-VENCIMIENTO
                    FROM SYSIBM.SYSDUMMY1
                   WHERE DATE(:FV-FECHA-FACTURA) IS NOT NULL
              END-EXEC
           END-IF
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN -180
              WHEN -181
                   SET SI-FACTURA-ERRONEA
                                      TO TRUE
                   MOVE 'FECHA NO VALIDA'
                                      TO WK-MOTIVO
              WHEN OTHER
                   DISPLAY 'ERROR AL CALCULAR EL VENCIMIENTO'
                   DISPLAY 'PARRAFO: 2510-VALIDAR-CABECERA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2510-VALIDAR-CABECERA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2520-ALTA-CABECERA                                         *
      ******************************************************************
       2520-ALTA-CABECERA.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_FACTURA_PROV), 0) + 1
                 INTO :FV-ID-FACTURA-PROV
                 FROM FACTURAS_PROVEEDOR
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL NUMERAR FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2520-ALTA-CABECERA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CT-RETENIDA           TO FV-ESTADO
           MOVE SPACES                TO FV-MOTIVO-RETENCION
      *
           EXEC SQL
               INSERT INTO FACTURAS_PROVEEDOR
                      (ID_FACTURA_PROV
                      ,ID_PROVEEDOR
                      ,NUM_FACTURA_PROV
                      ,FECHA_FACTURA
                      ,FECHA_VENCIMIENTO
                      ,IMPORTE_BASE
                      ,IMPORTE_IVA
                      ,ESTADO
                      ,MOTIVO_RETENCION
                      ,FECHA_PAGO)
               VALUES (:FV-ID-FACTURA-PROV
                      ,:FV-ID-PROVEEDOR
                      ,:FV-NUM-FACTURA-PROV
                      ,:FV-FECHA-FACTURA
                      ,:FV-FECHA-VENCIMIENTO
                      ,:FV-IMPORTE-BASE
                      ,:FV-IMPORTE-IVA
                      ,:FV-ESTADO
                      ,:FV-MOTIVO-RETENCION
                      ,NULL)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN FACTURAS_PROVEEDOR'
              DISPLAY 'PARRAFO: 2520-ALTA-CABECERA'
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
           .
       2520-ALTA-CABECERA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-CRUZAR-LINEA                                          *
      *     PEDIDO DEL MISMO PROVEEDOR Y YA RECIBIDO; DESPUES CANTIDAD *
      *     Y PRECIO DENTRO DE TOLERANCIA. LA PRIMERA LINEA QUE FALLA  *
      *     DA EL MOTIVO DE RETENCION DE LA FACTURA                    *
      ******************************************************************
       2600-CRUZAR-LINEA.
      *
           ADD CT-1                   TO CN-LINEAS
      *
           MOVE FV-ID-FACTURA-PROV    TO FL-ID-FACTURA-PROV
           MOVE WK-IND                TO FL-NUM-LINEA
           MOVE WK-PEDIDO-LIN (WK-IND)
                                      TO FL-NUM-PEDIDO-PROV
           MOVE WK-CANTIDAD-LIN (WK-IND)
                                      TO FL-CANTIDAD
           MOVE WK-PRECIO-LIN (WK-IND)
                                      TO FL-PRECIO-UNITARIO
           COMPUTE FL-IMPORTE-LINEA ROUNDED =
                   FL-CANTIDAD * FL-PRECIO-UNITARIO
           ADD FL-IMPORTE-LINEA       TO WK-SUMA-LINEAS
           MOVE CT-LINEA-OK           TO FL-RESULTADO
           MOVE ZEROS                 TO PP-PRECIO-UNITARIO
      *
           MOVE FL-NUM-PEDIDO-PROV    TO PP-NUM-PEDIDO-PROV
      *
           EXEC SQL
               SELECT ID_PROVEEDOR
                     ,CANTIDAD_RECIBIDA
                     ,ESTADO
                     ,COALESCE(PRECIO_UNITARIO, 0)
                 INTO :PP-ID-PROVEEDOR
                     ,:PP-CANTIDAD-RECIBIDA
                     ,:PP-ESTADO
                     ,:PP-PRECIO-UNITARIO
                 FROM PEDIDOS_PROVEEDOR
                WHERE NUM_PEDIDO_PROV = :PP-NUM-PEDIDO-PROV
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   EVALUATE TRUE
                      WHEN PP-ID-PROVEEDOR NOT = FV-ID-PROVEEDOR
                           MOVE CT-LINEA-PEDIDO
                                      TO FL-RESULTADO
                      WHEN PP-ESTADO NOT = CT-PEDIDO-RECIBIDO
                           MOVE CT-LINEA-NO-RECIBIDA
                                      TO FL-RESULTADO
                      WHEN OTHER
                           PERFORM 2610-COMPROBAR-TOLERANCIA
                              THRU 2610-COMPROBAR-TOLERANCIA-EXIT
                   END-EVALUATE
              WHEN 100
                   MOVE CT-LINEA-PEDIDO
                                      TO FL-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PEDIDOS_PROVEEDOR'
                   DISPLAY 'PARRAFO: 2600-CRUZAR-LINEA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               INSERT INTO FACTURAS_PROV_LINEA
                      (ID_FACTURA_PROV
                      ,NUM_LINEA
                      ,NUM_PEDIDO_PROV
                      ,CANTIDAD
                      ,PRECIO_UNITARIO
                      ,IMPORTE_LINEA
                      ,RESULTADO)
               VALUES (:FL-ID-FACTURA-PROV
                      ,:FL-NUM-LINEA
                      ,:FL-NUM-PEDIDO-PROV
                      ,:FL-CANTIDAD
                      ,:FL-PRECIO-UNITARIO
                      ,:FL-IMPORTE-LINEA
                      ,:FL-RESULTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN FACTURAS_PROV_LINEA'
              DISPLAY 'PARRAFO: 2600-CRUZAR-LINEA'
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
           IF WK-MOTIVO = SPACES
              EVALUATE FL-RESULTADO
                 WHEN CT-LINEA-PEDIDO
                      MOVE 'PEDIDO INEXISTENTE O AJENO'
                                      TO WK-MOTIVO
                 WHEN CT-LINEA-NO-RECIBIDA
                      MOVE 'PEDIDO NO RECIBIDO'
                                      TO WK-MOTIVO
                 WHEN CT-LINEA-CANTIDAD
                      MOVE 'CANTIDAD SOBRE LO RECIBIDO'
                                      TO WK-MOTIVO
                 WHEN CT-LINEA-PRECIO
                      MOVE 'PRECIO FUERA DE TOLERANCIA'
                                      TO WK-MOTIVO
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
      *
           PERFORM 2650-ESCRIBIR-CRUCE
              THRU 2650-ESCRIBIR-CRUCE-EXIT
      *
           .
       2600-CRUZAR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2610-COMPROBAR-TOLERANCIA                                  *
      *     CANTIDAD: LO FACTURADO DEL PEDIDO (ESTA LINEA INCLUIDA) NO *
      *     PUEDE PASAR DE LO RECIBIDO MAS LA TOLERANCIA. PRECIO: LA   *
      *     DESVIACION SOBRE EL PACTADO NO PUEDE PASAR DE LA           *
      *     TOLERANCIA; UN PEDIDO SIN PRECIO PACTADO NO CUADRA NUNCA   *
      ******************************************************************
       2610-COMPROBAR-TOLERANCIA.
      *
           EXEC SQL
               SELECT COALESCE(SUM(L.CANTIDAD), 0)
                 INTO :WK-FACTURADA
                 FROM FACTURAS_PROV_LINEA L
                     ,FACTURAS_PROVEEDOR F
                WHERE L.NUM_PEDIDO_PROV = :FL-NUM-PEDIDO-PROV
                  AND F.ID_FACTURA_PROV = L.ID_FACTURA_PROV
                  AND F.ESTADO <> 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER FACTURAS_PROV_LINEA'
              DISPLAY 'PARRAFO: 2610-COMPROBAR-TOLERANCIA'
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
           IF (WK-FACTURADA + FL-CANTIDAD) * 100 >
              PP-CANTIDAD-RECIBIDA * (100 + WK-TOL-CANTIDAD)
              MOVE CT-LINEA-CANTIDAD  TO FL-RESULTADO
              GO TO 2610-COMPROBAR-TOLERANCIA-EXIT
           END-IF
      *
           IF PP-PRECIO-UNITARIO = ZEROS
              MOVE CT-LINEA-PRECIO    TO FL-RESULTADO
              GO TO 2610-COMPROBAR-TOLERANCIA-EXIT
           END-IF
      *
           COMPUTE WK-DIFERENCIA =
                   FL-PRECIO-UNITARIO - PP-PRECIO-UNITARIO
           IF WK-DIFERENCIA < ZEROS
              COMPUTE WK-DIFERENCIA = WK-DIFERENCIA * -1
           END-IF
      *
           IF WK-DIFERENCIA * 100 >
              PP-PRECIO-UNITARIO * WK-TOL-PRECIO
              MOVE CT-LINEA-PRECIO    TO FL-RESULTADO
           END-IF
      *
           .
       2610-COMPROBAR-TOLERANCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2650-ESCRIBIR-CRUCE                                        *
      ******************************************************************
       2650-ESCRIBIR-CRUCE.
      *
           MOVE FL-ID-FACTURA-PROV    TO ID-FACTURA-CRU
           MOVE FL-NUM-LINEA          TO NUM-LINEA-CRU
           MOVE FL-NUM-PEDIDO-PROV    TO NUM-PEDIDO-CRU
           MOVE FL-CANTIDAD           TO CANTIDAD-CRU
           MOVE FL-PRECIO-UNITARIO    TO PRECIO-FAC-CRU
           MOVE PP-PRECIO-UNITARIO    TO PRECIO-PED-CRU
           MOVE FL-RESULTADO          TO RESULTADO-CRU
      *
           WRITE REG-FSALIDA        FROM LINEA-CRUCE
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
              DISPLAY 'PARRAFO: 2650-ESCRIBIR-CRUCE'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
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
           .
       2650-ESCRIBIR-CRUCE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-ESCRIBIR-RETENIDA                                     *
      ******************************************************************
       2700-ESCRIBIR-RETENIDA.
      *
           MOVE FV-ID-FACTURA-PROV    TO ID-FACTURA-RET
           MOVE FV-ID-PROVEEDOR       TO ID-PROVEEDOR-RET
           MOVE FV-NUM-FACTURA-PROV   TO NUM-FACTURA-RET
           MOVE FV-IMPORTE-BASE       TO IMPORTE-RET
           MOVE FV-FECHA-VENCIMIENTO  TO VENCIMIENTO-RET
           MOVE FV-MOTIVO-RETENCION   TO MOTIVO-RET
      *
           WRITE REG-FRETEN         FROM LINEA-RETENIDA
      *
           IF FS-FRETEN NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRETEN'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-RETENIDA'
              DISPLAY 'FILE STATUS: ' FS-FRETEN
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-ESCRIBIR-RETENIDA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2800-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2800-ESCRIBIR-INCIDENCIA.
      *
           WRITE REG-FINCIDE        FROM LINEA-INCIDENCIA
      *
           IF FS-FINCIDE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINCIDE'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-INCIDENCIA'
              DISPLAY 'FILE STATUS: ' FS-FINCIDE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-ESCRIBIR-INCIDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      *     AL ACABAR BIEN SE CIERRA LA ULTIMA FACTURA DEL FICHERO     *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              AND SI-FACTURA-ABIERTA
              PERFORM 2500-CERRAR-FACTURA
                 THRU 2500-CERRAR-FACTURA-EXIT
           END-IF
      *
           CLOSE FFACPROV
                 FSALIDA
                 FRETEN
                 FINCIDE
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   C R U C E F P R        **'
           DISPLAY '***************************************'
           DISPLAY '*REGISTROS LEIDOS   : ' CN-REGISTROS '      *'
           DISPLAY '*FACTURAS LEIDAS    : ' CN-FACTURAS '      *'
           DISPLAY '*LINEAS CRUZADAS    : ' CN-LINEAS '      *'
           DISPLAY '*FACTURAS CUADRADAS : ' CN-CUADRADAS '      *'
           DISPLAY '*FACTURAS RETENIDAS : ' CN-RETENIDAS '      *'
           DISPLAY '*FACTURAS RECHAZADAS: ' CN-RECHAZADAS '      *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-FFACPROV                                         *
      ******************************************************************
       9000-LEER-FFACPROV.
      *
           READ FFACPROV INTO REG-ENTRADA
      *
           EVALUATE FS-FFACPROV
              WHEN CT-00
                   ADD CT-1           TO CN-REGISTROS
              WHEN CT-10
                   SET SI-FIN-FFACPROV TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FFACPROV'
                   DISPLAY 'PARRAFO: 9000-LEER-FFACPROV'
                   DISPLAY 'FILE STATUS: ' FS-FFACPROV
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FFACPROV-EXIT.
           EXIT.
