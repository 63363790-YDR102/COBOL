      ******************************************************************
      ** C O N T A D I A.-INTERFAZ DIARIO CON CONTABILIDAD (ERP).     **
      **                  RECOGE TODOS LOS MOVIMIENTOS ECONOMICOS DEL **
      **                  DIA DE SEGUROS:                             **
      **                  - PRIMAS COBRADAS (COBRODOM) Y RECIBOS      **
      **                    DEVUELTOS (DEVBANCO) DE RECIBOS_PRIMAS,   **
      **                    CON EL RECARGO DEL CONSORCIO EN SU PROPIO **
      **                    EVENTO. LO COBRADO EN CUENTAS DE LA CASA  **
      **                    (CANAL_COBRO 'I') VA POR EVENTOS APARTE.  **
      **                  - FINIQUITOS (PAGOSIN), ANTICIPOS (ANTPAGO) **
      **                    Y FACTURAS DE REPARADORES (FACTPROV) DE   **
      **                    PAGOS_SINIESTROS. LA PARTE ABONADA EN     **
      **                    CUENTAS DE LA CASA (IMPORTE_INTERNO) VA   **
      **                    POR EVENTOS APARTE DE LA TRANSFERIDA.     **
      **                  - RECOBROS (REGRECUP) DE                    **
      **                    RECUPERACIONES_SINIESTROS.                **
      **                  - HONORARIOS DE PERITOS DEL FICHERO DE      **
      **                    ORDENES DE PAGO DE LIQPER.                **
      **                  - PRIMA CEDIDA DEL BORDEREAU DE REASCES.    **
      **                  CADA MOVIMIENTO SE CONVIERTE EN UN ASIENTO  **
      **                  DE DOS LINEAS (DEBE Y HABER) CON LAS        **
      **                  CUENTAS DE SU TIPO DE EVENTO Y RAMO EN      **
      **                  MAPEO_CONTABLE (MANTENIDA CON MAPCRUD).     **
      **                  EL FICHERO PARA EL ERP LLEVA CABECERA Y     **
      **                  TRAILER DE CONTROL Y SOLO SE GENERA SI      **
      **                  TODOS LOS EVENTOS TIENEN CUENTAS Y EL DEBE  **
      **                  CUADRA CON EL HABER; SI NO, NO SE GENERA,   **
      **                  EL INFORME DE INCIDENCIAS DICE POR QUE Y EL **
      **                  PROGRAMA TERMINA CON RC 8.                  **
      **                  SYSIN: FECHA CONTABLE AAAA-MM-DD (EN BLANCO **
      **                  = HOY).                                     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CONTADIA.
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
           SELECT FHONORAR ASSIGN TO FHONORAR
           FILE STATUS FS-FHONORAR.
      *
           SELECT FBORDER ASSIGN TO FBORDER
           FILE STATUS FS-FBORDER.
      *
           SELECT FTRABAJO ASSIGN TO FTRABAJO
           FILE STATUS FS-FTRABAJO.
      *
           SELECT FASIENTO ASSIGN TO FASIENTO
           FILE STATUS FS-FASIENTO.
      *
           SELECT FINCIDEN ASSIGN TO FINCIDEN
           FILE STATUS FS-FINCIDEN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FHONORAR
           RECORDING MODE IS F.
       01  REG-FHONORAR               PIC X(0040).
      *    ORDENES DE PAGO DE HONORARIOS DE PERITOS (SALIDA DE LIQPER)
      *
       FD FBORDER
           RECORDING MODE IS F.
       01  REG-FBORDER                PIC X(0120).
      *    BORDEREAU DE CESIONES AL REASEGURO (SALIDA DE REASCES)
      *
       FD FTRABAJO
           RECORDING MODE IS F.
       01  REG-FTRABAJO               PIC X(0100).
      *    LINEAS DE ASIENTO DEL DIA A LA ESPERA DEL CUADRE
      *
       FD FASIENTO
           RECORDING MODE IS F.
       01  REG-FASIENTO               PIC X(0100).
      *    FICHERO DE ASIENTOS PARA EL ERP
      *
       FD FINCIDEN
           RECORDING MODE IS F.
       01  REG-FINCIDEN               PIC X(0100).
      *    INCIDENCIAS Y RESUMEN POR TIPO DE EVENTO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FHONORAR            PIC X(02).
           05  FS-FBORDER             PIC X(02).
           05  FS-FTRABAJO            PIC X(02).
           05  FS-FASIENTO            PIC X(02).
           05  FS-FINCIDEN            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-MAPEOS          PIC 9(03) VALUE 200.
           05  CT-MAX-EVENTOS         PIC 9(02) VALUE 20.
           05  CT-RAMO-GENERICO       PIC X(02) VALUE '**'.
           05  CT-EVENTO-HONORARIOS   PIC X(08) VALUE 'HONPERIT'.
           05  CT-EVENTO-REASEGURO    PIC X(08) VALUE 'REASCEDI'.
      *
       01  CN-CONTADORES.
           05  CN-MOVIMIENTOS         PIC 9(07).
           05  CN-ASIENTOS            PIC 9(07).
           05  CN-LINEAS              PIC 9(09).
           05  CN-SIN-MAPEO           PIC 9(07).
           05  CN-HONORARIOS          PIC 9(05).
           05  CN-CESIONES            PIC 9(05).
      *
      * PARAMETROS DE SYSIN: FECHA CONTABLE
       01  WK-PARM-SYSIN.
           05  WK-FECHA-E             PIC X(10).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-CONTABLE      PIC X(10).
           05  WK-TIPO-EVENTO         PIC X(08).
           05  WK-RAMO                PIC X(02).
           05  WK-POLIZA              PIC X(09).
           05  WK-REFERENCIA          PIC X(12).
           05  WK-IMPORTE             PIC S9(13)V9(2) COMP-3.
           05  WK-CUENTA-DEBE         PIC X(10).
           05  WK-CUENTA-HABER        PIC X(10).
           05  WK-CUENTA-AUX          PIC X(10).
           05  WK-TOTAL-DEBE          PIC S9(15)V9(2) COMP-3.
           05  WK-TOTAL-HABER         PIC S9(15)V9(2) COMP-3.
      *
       01  WK-INDICES.
           05  IND-MAPEO              PIC 9(03).
           05  IND-BUSCA              PIC 9(03).
           05  IND-EVENTO             PIC 9(02).
      *
      * REGISTRO DEL FICHERO DE ORDENES DE PAGO DE LIQPER
       01  DATOS-HONORARIO.
           05  DNI-HON                PIC X(09).
           05  FILLER                 PIC X(02).
           05  IMPORTE-HON            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(12).
      *
      * REGISTRO DEL BORDEREAU DE REASCES (SOLO INTERESA EL DETALLE)
       01  DATOS-BORDEREAU.
           05  TIPO-REG-BOR           PIC X(01).
               88  SI-DETALLE-BOR               VALUE 'D'.
           05  TRATADO-BOR            PIC X(06).
           05  FILLER                 PIC X(02).
           05  POLIZA-BOR             PIC X(09).
           05  FILLER                 PIC X(02).
           05  TIPO-BOR               PIC X(02).
           05  FILLER                 PIC X(02).
           05  PORCENT-BOR            PIC X(06).
           05  FILLER                 PIC X(02).
           05  PRIMA-CED-BOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(71).
      *
      * CUENTAS POR TIPO DE EVENTO Y RAMO (MAPEO_CONTABLE)
       01  TABLA-MAPEOS.
           05  CN-MAPEOS-TB           PIC 9(03).
           05  MAPEO-TB OCCURS 200.
               10  EVENTO-MAP-TB      PIC X(08).
               10  RAMO-MAP-TB        PIC X(02).
               10  DEBE-MAP-TB        PIC X(10).
               10  HABER-MAP-TB       PIC X(10).
      *
      * RESUMEN POR TIPO DE EVENTO PARA EL INFORME
       01  TABLA-EVENTOS.
           05  CN-EVENTOS-TB          PIC 9(02).
           05  EVENTO-TB OCCURS 20.
               10  CLAVE-EVENTO-TB    PIC X(08).
               10  MOVIMIENTOS-TB     PIC 9(07).
               10  IMPORTE-TB         PIC S9(15)V9(2) COMP-3.
               10  SIN-MAPEO-TB       PIC 9(07).
      *
      * LINEAS DEL FICHERO DE ASIENTOS
       01  LINEA-CABECERA.
           05  TIPO-REG-CAB           PIC X(01) VALUE 'C'.
           05  FECHA-CAB              PIC X(10).
           05  FILLER                 PIC X(08) VALUE 'SEGUROS '.
           05  FILLER                 PIC X(08) VALUE 'CONTADIA'.
           05  FILLER                 PIC X(73) VALUE SPACES.
      *
       01  LINEA-ASIENTO.
           05  TIPO-REG-ASI           PIC X(01) VALUE 'D'.
           05  NUM-ASIENTO-ASI        PIC 9(07).
           05  NUM-LINEA-ASI          PIC 9(01).
           05  FECHA-ASI              PIC X(10).
           05  CUENTA-ASI             PIC X(10).
           05  DEBE-HABER-ASI         PIC X(01).
               88  SI-DEBE-ASI                  VALUE 'D'.
               88  SI-HABER-ASI                 VALUE 'H'.
           05  IMPORTE-ASI            PIC 9(13)V9(2).
           05  EVENTO-ASI             PIC X(08).
           05  RAMO-ASI               PIC X(02).
           05  POLIZA-ASI             PIC X(09).
           05  REFERENCIA-ASI         PIC X(12).
           05  FILLER                 PIC X(24) VALUE SPACES.
      *
       01  LINEA-TRAILER.
           05  TIPO-REG-TRA           PIC X(01) VALUE 'T'.
           05  ASIENTOS-TRA           PIC 9(07).
           05  LINEAS-TRA             PIC 9(09).
           05  TOTAL-DEBE-TRA         PIC 9(15)V9(2).
           05  TOTAL-HABER-TRA        PIC 9(15)V9(2).
           05  FILLER                 PIC X(49) VALUE SPACES.
      *
      * LINEAS DEL INFORME DE INCIDENCIAS
       01  LINEA-TITULO-INC.
           05  FILLER                 PIC X(40) VALUE
               'INTERFAZ CONTABLE DIARIO. FECHA: '.
           05  FECHA-TIT              PIC X(10).
           05  FILLER                 PIC X(50) VALUE SPACES.
      *
       01  LINEA-SIN-MAPEO.
           05  FILLER                 PIC X(18) VALUE
               'EVENTO SIN CUENTA:'.
           05  EVENTO-SMP             PIC X(08).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  RAMO-SMP               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-SMP             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  REFERENCIA-SMP         PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-SMP            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-RESUMEN.
           05  EVENTO-RES             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOVIMIENTOS-RES        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RES            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(13) VALUE
               '  SIN CUENTA:'.
           05  SIN-MAPEO-RES          PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LINEA-CUADRE.
           05  FILLER                 PIC X(13) VALUE 'TOTAL DEBE: '.
           05  DEBE-CUA               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(15) VALUE
               '  TOTAL HABER: '.
           05  HABER-CUA              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(30) VALUE SPACES.
      *
       01  LINEA-RESULTADO.
           05  RESULTADO-RES          PIC X(60).
           05  FILLER                 PIC X(40) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-FICHERO         PIC X(01).
               88  SI-FIN-FICHERO               VALUE 'S'.
               88  NO-FIN-FICHERO               VALUE 'N'.
           05  SW-MAPEO-HALLADO       PIC X(01).
               88  SI-MAPEO-HALLADO             VALUE 'S'.
               88  NO-MAPEO-HALLADO             VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN MAPEO_CONTABLE------*
      *
           EXEC SQL
               INCLUDE TBMAPCON
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS POR EVENTO Y RAMO---------------------*
      *
           EXEC SQL
               DECLARE CUR-MAPEO CURSOR FOR
               SELECT TIPO_EVENTO
                     ,RAMO
                     ,CUENTA_DEBE
                     ,CUENTA_HABER
                 FROM MAPEO_CONTABLE
                ORDER BY TIPO_EVENTO, RAMO
           END-EXEC.
      *
      *--------CURSOR DE MOVIMIENTOS ECONOMICOS DEL DIA EN BBDD--------*
      *
           EXEC SQL
               DECLARE CUR-MOVIMIENTOS CURSOR FOR
               SELECT CASE WHEN R.ESTADO = 'D'
                           THEN 'PRIMDEVO'
                           WHEN COALESCE(R.CANAL_COBRO, ' ') = 'I'
                           THEN 'PRIMCOBI'
                           ELSE 'PRIMCOBR' END
                     ,S.TIPO
                     ,R.NUMERO_POLIZA
                     ,DIGITS(R.NUM_RECIBO)
                     ,R.IMPORTE
                 FROM RECIBOS_PRIMAS R
                     ,SEGUROS_PEPITO_SEG S
                WHERE R.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND R.ESTADO IN ('C', 'D')
                  AND R.FECHA_ESTADO = :WK-FECHA-CONTABLE
               UNION ALL
               SELECT CASE WHEN R.ESTADO = 'D'
                           THEN 'RECCCSDV'
                           WHEN COALESCE(R.CANAL_COBRO, ' ') = 'I'
                           THEN 'RECCCSCI'
                           ELSE 'RECCCSCO' END
                     ,S.TIPO
                     ,R.NUMERO_POLIZA
                     ,DIGITS(R.NUM_RECIBO)
                     ,R.RECARGO_CONSORCIO
                 FROM RECIBOS_PRIMAS R
                     ,SEGUROS_PEPITO_SEG S
                WHERE R.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND R.ESTADO IN ('C', 'D')
                  AND R.FECHA_ESTADO = :WK-FECHA-CONTABLE
                  AND R.RECARGO_CONSORCIO > 0
               UNION ALL
               SELECT CASE P.TIPO_PAGO WHEN 'A' THEN 'SINANTIC'
                                       WHEN 'P' THEN 'SINPROVE'
                                       ELSE 'SINPAGO ' END
                     ,S.TIPO
                     ,A.NUMERO_POLIZA
                     ,P.REF_PAGO
                     ,P.IMPORTE_PAGO - COALESCE(P.IMPORTE_INTERNO, 0)
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG S
                WHERE P.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND P.TIPO_PAGO IN ('A', 'F', 'P')
                  AND P.FECHA_PAGO = :WK-FECHA-CONTABLE
                  AND P.IMPORTE_PAGO - COALESCE(P.IMPORTE_INTERNO, 0)
                      > 0
               UNION ALL
               SELECT CASE P.TIPO_PAGO WHEN 'A' THEN 'SINANTII'
                                       ELSE 'SINPAGOI' END
                     ,S.TIPO
                     ,A.NUMERO_POLIZA
                     ,P.REF_PAGO
                     ,P.IMPORTE_INTERNO
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG S
                WHERE P.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND P.TIPO_PAGO IN ('A', 'F')
                  AND P.FECHA_PAGO = :WK-FECHA-CONTABLE
                  AND P.IMPORTE_INTERNO > 0
               UNION ALL
               SELECT 'RECUPERA'
                     ,S.TIPO
                     ,A.NUMERO_POLIZA
                     ,C.REF_RECUPERACION
                     ,C.IMPORTE_RECUPERADO
                 FROM RECUPERACIONES_SINIESTROS C
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG S
                WHERE C.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND C.FECHA_RECUPERACION = :WK-FECHA-CONTABLE
                ORDER BY 1, 3, 4
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
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      TABLA-MAPEOS
                      TABLA-EVENTOS
                      DCLMAPEO-CONTABLE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-FECHA-E = SPACES OR LOW-VALUES
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-CONTABLE(1:4)
              MOVE '-'                   TO WK-FECHA-CONTABLE(5:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-CONTABLE(6:2)
              MOVE '-'                   TO WK-FECHA-CONTABLE(8:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-CONTABLE(9:2)
           ELSE
              MOVE WK-FECHA-E            TO WK-FECHA-CONTABLE
           END-IF
      *
           DISPLAY 'CONTADIA: FECHA CONTABLE: ' WK-FECHA-CONTABLE
      *
           OPEN INPUT  FHONORAR
                       FBORDER
           OPEN OUTPUT FTRABAJO
                       FINCIDEN
      *
           IF FS-FHONORAR NOT = CT-00
              OR FS-FBORDER NOT = CT-00
              OR FS-FTRABAJO NOT = CT-00
              OR FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FHONORAR ' ' FS-FBORDER
                      ' ' FS-FTRABAJO ' ' FS-FINCIDEN
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-CONTABLE        TO FECHA-TIT
           WRITE REG-FINCIDEN FROM LINEA-TITULO-INC
      *
           PERFORM 1100-CARGAR-MAPEO
              THRU 1100-CARGAR-MAPEO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-CARGAR-MAPEO                                          *
      ******************************************************************
       1100-CARGAR-MAPEO.
      *
           EXEC SQL
               OPEN CUR-MAPEO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MAPEO'
              DISPLAY 'PARRAFO: 1100-CARGAR-MAPEO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 1110-LEER-MAPEO
              THRU 1110-LEER-MAPEO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-MAPEO
           END-EXEC
      *
           DISPLAY 'CONTADIA: CUENTAS CARGADAS: ' CN-MAPEOS-TB
      *
           .
       1100-CARGAR-MAPEO-EXIT.
           EXIT.
      ******************************************************************
      *     1110-LEER-MAPEO                                            *
      ******************************************************************
       1110-LEER-MAPEO.
      *
           EXEC SQL
               FETCH CUR-MAPEO
                INTO :MC-TIPO-EVENTO
                    ,:MC-RAMO
                    ,:MC-CUENTA-DEBE
                    ,:MC-CUENTA-HABER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF CN-MAPEOS-TB >= CT-MAX-MAPEOS
                       DISPLAY 'ERROR: TABLA DE CUENTAS LLENA'
                       DISPLAY 'PARRAFO: 1110-LEER-MAPEO'
      *
                       MOVE 8            TO RETURN-CODE
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                    END-IF
                    ADD CT-1             TO CN-MAPEOS-TB
                    MOVE CN-MAPEOS-TB    TO IND-MAPEO
                    MOVE MC-TIPO-EVENTO  TO EVENTO-MAP-TB (IND-MAPEO)
                    MOVE MC-RAMO         TO RAMO-MAP-TB (IND-MAPEO)
                    MOVE MC-CUENTA-DEBE  TO DEBE-MAP-TB (IND-MAPEO)
                    MOVE MC-CUENTA-HABER TO HABER-MAP-TB (IND-MAPEO)
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MAPEO'
                    DISPLAY 'PARRAFO: 1110-LEER-MAPEO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1110-LEER-MAPEO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-MOVIMIENTOS-BBDD
              THRU 2100-MOVIMIENTOS-BBDD-EXIT
      *
           PERFORM 2200-HONORARIOS
              THRU 2200-HONORARIOS-EXIT
      *
           PERFORM 2300-CESIONES
              THRU 2300-CESIONES-EXIT
      *
           PERFORM 2800-INFORME-RESUMEN
              THRU 2800-INFORME-RESUMEN-EXIT
      *
           PERFORM 2900-GENERAR-FICHERO
              THRU 2900-GENERAR-FICHERO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-MOVIMIENTOS-BBDD                                      *
      ******************************************************************
       2100-MOVIMIENTOS-BBDD.
      *
           EXEC SQL
               OPEN CUR-MOVIMIENTOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MOVIMIENTOS'
              DISPLAY 'PARRAFO: 2100-MOVIMIENTOS-BBDD'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2110-LEER-MOVIMIENTO
              THRU 2110-LEER-MOVIMIENTO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-MOVIMIENTOS
           END-EXEC
      *
           .
       2100-MOVIMIENTOS-BBDD-EXIT.
           EXIT.
      ******************************************************************
      *     2110-LEER-MOVIMIENTO                                       *
      ******************************************************************
       2110-LEER-MOVIMIENTO.
      *
           EXEC SQL
               FETCH CUR-MOVIMIENTOS
                INTO :WK-TIPO-EVENTO
                    ,:WK-RAMO
                    ,:WK-POLIZA
                    ,:WK-REFERENCIA
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2500-CONTABILIZAR
                       THRU 2500-CONTABILIZAR-EXIT
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MOVIMIENTOS'
                    DISPLAY 'PARRAFO: 2110-LEER-MOVIMIENTO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2110-LEER-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-HONORARIOS                                            *
      *     ORDENES DE PAGO DE PERITOS DE LIQPER. NO LLEVAN RAMO: SE   *
      *     CONTABILIZAN CON LA CUENTA GENERICA '**' DEL EVENTO.       *
      ******************************************************************
       2200-HONORARIOS.
      *
           SET NO-FIN-FICHERO            TO TRUE
      *
           PERFORM 2210-LEER-HONORARIO
              THRU 2210-LEER-HONORARIO-EXIT
             UNTIL SI-FIN-FICHERO
      *
           .
       2200-HONORARIOS-EXIT.
           EXIT.
      ******************************************************************
      *     2210-LEER-HONORARIO                                        *
      ******************************************************************
       2210-LEER-HONORARIO.
      *
           READ FHONORAR INTO DATOS-HONORARIO
      *
           EVALUATE FS-FHONORAR
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FICHERO   TO TRUE
                    GO TO 2210-LEER-HONORARIO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FHONORAR'
                    DISPLAY 'PARRAFO: 2210-LEER-HONORARIO'
                    DISPLAY 'FILE STATUS: ' FS-FHONORAR
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF DNI-HON = SPACES
              GO TO 2210-LEER-HONORARIO-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-HONORARIOS
           MOVE CT-EVENTO-HONORARIOS     TO WK-TIPO-EVENTO
           MOVE CT-RAMO-GENERICO         TO WK-RAMO
           MOVE SPACES                   TO WK-POLIZA
           MOVE DNI-HON                  TO WK-REFERENCIA
           MOVE IMPORTE-HON              TO WK-IMPORTE
      *
           PERFORM 2500-CONTABILIZAR
              THRU 2500-CONTABILIZAR-EXIT
      *
           .
       2210-LEER-HONORARIO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CESIONES                                              *
      *     PRIMA CEDIDA DE CADA DETALLE DEL BORDEREAU DE REASCES.     *
      ******************************************************************
       2300-CESIONES.
      *
           SET NO-FIN-FICHERO            TO TRUE
      *
           PERFORM 2310-LEER-BORDEREAU
              THRU 2310-LEER-BORDEREAU-EXIT
             UNTIL SI-FIN-FICHERO
      *
           .
       2300-CESIONES-EXIT.
           EXIT.
      ******************************************************************
      *     2310-LEER-BORDEREAU                                        *
      ******************************************************************
       2310-LEER-BORDEREAU.
      *
           READ FBORDER INTO DATOS-BORDEREAU
      *
           EVALUATE FS-FBORDER
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FICHERO   TO TRUE
                    GO TO 2310-LEER-BORDEREAU-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FBORDER'
                    DISPLAY 'PARRAFO: 2310-LEER-BORDEREAU'
                    DISPLAY 'FILE STATUS: ' FS-FBORDER
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NOT SI-DETALLE-BOR
              GO TO 2310-LEER-BORDEREAU-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CESIONES
           MOVE CT-EVENTO-REASEGURO      TO WK-TIPO-EVENTO
           MOVE TIPO-BOR                 TO WK-RAMO
           MOVE POLIZA-BOR               TO WK-POLIZA
           MOVE TRATADO-BOR              TO WK-REFERENCIA
           MOVE PRIMA-CED-BOR            TO WK-IMPORTE
      *
           PERFORM 2500-CONTABILIZAR
              THRU 2500-CONTABILIZAR-EXIT
      *
           .
       2310-LEER-BORDEREAU-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CONTABILIZAR                                          *
      *     ASIENTO DE DOS LINEAS DEL MOVIMIENTO EN CURSO. SIN CUENTAS *
      *     EL MOVIMIENTO VA AL INFORME Y EL FICHERO NO SE GENERARA.   *
      *     UN IMPORTE NEGATIVO INVIERTE DEBE Y HABER.                 *
      ******************************************************************
       2500-CONTABILIZAR.
      *
           ADD CT-1                      TO CN-MOVIMIENTOS
      *
           PERFORM 2600-BUSCAR-EVENTO
              THRU 2600-BUSCAR-EVENTO-EXIT
           ADD CT-1                      TO MOVIMIENTOS-TB (IND-EVENTO)
           ADD WK-IMPORTE                TO IMPORTE-TB (IND-EVENTO)
      *
           PERFORM 2700-BUSCAR-CUENTAS
              THRU 2700-BUSCAR-CUENTAS-EXIT
      *
           IF NO-MAPEO-HALLADO
              ADD CT-1                   TO CN-SIN-MAPEO
              ADD CT-1                   TO SIN-MAPEO-TB (IND-EVENTO)
      *
              MOVE WK-TIPO-EVENTO        TO EVENTO-SMP
              MOVE WK-RAMO               TO RAMO-SMP
              MOVE WK-POLIZA             TO POLIZA-SMP
              MOVE WK-REFERENCIA         TO REFERENCIA-SMP
              MOVE WK-IMPORTE            TO IMPORTE-SMP
              WRITE REG-FINCIDEN FROM LINEA-SIN-MAPEO
      *
              IF FS-FINCIDEN NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FINCIDEN'
                 DISPLAY 'PARRAFO: 2500-CONTABILIZAR'
                 DISPLAY 'FILE STATUS: ' FS-FINCIDEN
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              GO TO 2500-CONTABILIZAR-EXIT
           END-IF
      *
           IF WK-IMPORTE < 0
              MOVE WK-CUENTA-DEBE        TO WK-CUENTA-AUX
              MOVE WK-CUENTA-HABER       TO WK-CUENTA-DEBE
              MOVE WK-CUENTA-AUX         TO WK-CUENTA-HABER
              COMPUTE WK-IMPORTE = WK-IMPORTE * -1
           END-IF
      *
           ADD CT-1                      TO CN-ASIENTOS
      *
           MOVE CN-ASIENTOS              TO NUM-ASIENTO-ASI
           MOVE WK-FECHA-CONTABLE        TO FECHA-ASI
           MOVE WK-IMPORTE               TO IMPORTE-ASI
           MOVE WK-TIPO-EVENTO           TO EVENTO-ASI
           MOVE WK-RAMO                  TO RAMO-ASI
           MOVE WK-POLIZA                TO POLIZA-ASI
           MOVE WK-REFERENCIA            TO REFERENCIA-ASI
      *
           MOVE 1                        TO NUM-LINEA-ASI
           MOVE WK-CUENTA-DEBE           TO CUENTA-ASI
           SET SI-DEBE-ASI               TO TRUE
           PERFORM 2550-ESCRIBIR-LINEA
              THRU 2550-ESCRIBIR-LINEA-EXIT
           ADD IMPORTE-ASI               TO WK-TOTAL-DEBE
      *
           MOVE 2                        TO NUM-LINEA-ASI
           MOVE WK-CUENTA-HABER          TO CUENTA-ASI
           SET SI-HABER-ASI              TO TRUE
           PERFORM 2550-ESCRIBIR-LINEA
              THRU 2550-ESCRIBIR-LINEA-EXIT
           ADD IMPORTE-ASI               TO WK-TOTAL-HABER
      *
           .
       2500-CONTABILIZAR-EXIT.
           EXIT.
      ******************************************************************
      *     2550-ESCRIBIR-LINEA                                        *
      ******************************************************************
       2550-ESCRIBIR-LINEA.
      *
           WRITE REG-FTRABAJO FROM LINEA-ASIENTO
      *
           IF FS-FTRABAJO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FTRABAJO'
              DISPLAY 'PARRAFO: 2550-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FTRABAJO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
      *
           .
       2550-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-BUSCAR-EVENTO                                         *
      *     POSICION DEL EVENTO EN EL RESUMEN; UNO NUEVO SE ANYADE.    *
      ******************************************************************
       2600-BUSCAR-EVENTO.
      *
           MOVE 0                        TO IND-EVENTO
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-EVENTOS-TB
                OR IND-EVENTO > 0
              IF CLAVE-EVENTO-TB (IND-BUSCA) = WK-TIPO-EVENTO
                 MOVE IND-BUSCA          TO IND-EVENTO
              END-IF
           END-PERFORM
      *
           IF IND-EVENTO = 0
              IF CN-EVENTOS-TB >= CT-MAX-EVENTOS
                 DISPLAY 'ERROR: TABLA DE EVENTOS LLENA'
                 DISPLAY 'PARRAFO: 2600-BUSCAR-EVENTO'
                 DISPLAY 'EVENTO: ' WK-TIPO-EVENTO
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                   TO CN-EVENTOS-TB
              MOVE CN-EVENTOS-TB         TO IND-EVENTO
              MOVE WK-TIPO-EVENTO        TO CLAVE-EVENTO-TB (IND-EVENTO)
           END-IF
      *
           .
       2600-BUSCAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-BUSCAR-CUENTAS                                        *
      *     PRIMERO LA FILA DEL EVENTO Y RAMO; SI NO EXISTE, LA        *
      *     GENERICA '**' DEL EVENTO.                                  *
      ******************************************************************
       2700-BUSCAR-CUENTAS.
      *
           SET NO-MAPEO-HALLADO          TO TRUE
           MOVE 0                        TO IND-MAPEO
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-MAPEOS-TB
                OR IND-MAPEO > 0
              IF EVENTO-MAP-TB (IND-BUSCA) = WK-TIPO-EVENTO
                 AND RAMO-MAP-TB (IND-BUSCA) = WK-RAMO
                 MOVE IND-BUSCA          TO IND-MAPEO
              END-IF
           END-PERFORM
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-MAPEOS-TB
                OR IND-MAPEO > 0
              IF EVENTO-MAP-TB (IND-BUSCA) = WK-TIPO-EVENTO
                 AND RAMO-MAP-TB (IND-BUSCA) = CT-RAMO-GENERICO
                 MOVE IND-BUSCA          TO IND-MAPEO
              END-IF
           END-PERFORM
      *
           IF IND-MAPEO > 0
              AND DEBE-MAP-TB (IND-MAPEO) NOT = SPACES
              AND HABER-MAP-TB (IND-MAPEO) NOT = SPACES
              SET SI-MAPEO-HALLADO       TO TRUE
              MOVE DEBE-MAP-TB (IND-MAPEO)
                                         TO WK-CUENTA-DEBE
              MOVE HABER-MAP-TB (IND-MAPEO)
                                         TO WK-CUENTA-HABER
           END-IF
      *
           .
       2700-BUSCAR-CUENTAS-EXIT.
           EXIT.
      ******************************************************************
      *     2800-INFORME-RESUMEN                                       *
      ******************************************************************
       2800-INFORME-RESUMEN.
      *
           MOVE SPACES                   TO REG-FINCIDEN
           WRITE REG-FINCIDEN
      *
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-EXIT
           VARYING IND-EVENTO FROM 1 BY 1
             UNTIL IND-EVENTO > CN-EVENTOS-TB
      *
           MOVE WK-TOTAL-DEBE            TO DEBE-CUA
           MOVE WK-TOTAL-HABER           TO HABER-CUA
           WRITE REG-FINCIDEN FROM LINEA-CUADRE
      *
           IF FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINCIDEN'
              DISPLAY 'PARRAFO: 2800-INFORME-RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-FINCIDEN
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-INFORME-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2810-LINEA-RESUMEN                                         *
      ******************************************************************
       2810-LINEA-RESUMEN.
      *
           MOVE CLAVE-EVENTO-TB (IND-EVENTO) TO EVENTO-RES
           MOVE MOVIMIENTOS-TB (IND-EVENTO)  TO MOVIMIENTOS-RES
           MOVE IMPORTE-TB (IND-EVENTO)      TO IMPORTE-RES
           MOVE SIN-MAPEO-TB (IND-EVENTO)    TO SIN-MAPEO-RES
      *
           WRITE REG-FINCIDEN FROM LINEA-RESUMEN
      *
           .
       2810-LINEA-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2900-GENERAR-FICHERO                                       *
      *     SOLO CON TODOS LOS EVENTOS CONTABILIZADOS Y EL DEBE IGUAL  *
      *     AL HABER SE PASAN LAS LINEAS AL FICHERO DEL ERP CON SU     *
      *     CABECERA Y TRAILER. EN OTRO CASO EL FICHERO NO SE ABRE Y   *
      *     EL PASO TERMINA CON RC 8 PARA QUE NO SE TRANSMITA.         *
      ******************************************************************
       2900-GENERAR-FICHERO.
      *
           CLOSE FTRABAJO
      *
           IF CN-SIN-MAPEO > 0
              MOVE 'FICHERO NO GENERADO: EVENTOS SIN CUENTA CONTABLE'
                                         TO RESULTADO-RES
              WRITE REG-FINCIDEN FROM LINEA-RESULTADO
              DISPLAY 'CONTADIA: EVENTOS SIN CUENTA: ' CN-SIN-MAPEO
              MOVE 8                     TO RETURN-CODE
              GO TO 2900-GENERAR-FICHERO-EXIT
           END-IF
      *
           IF WK-TOTAL-DEBE NOT = WK-TOTAL-HABER
              MOVE 'FICHERO NO GENERADO: DEBE Y HABER NO CUADRAN'
                                         TO RESULTADO-RES
              WRITE REG-FINCIDEN FROM LINEA-RESULTADO
              DISPLAY 'CONTADIA: DESCUADRE DEBE/HABER'
              MOVE 8                     TO RETURN-CODE
              GO TO 2900-GENERAR-FICHERO-EXIT
           END-IF
      *
           OPEN INPUT  FTRABAJO
           OPEN OUTPUT FASIENTO
      *
           IF FS-FTRABAJO NOT = CT-00
              OR FS-FASIENTO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 2900-GENERAR-FICHERO'
              DISPLAY 'FILE STATUS: ' FS-FTRABAJO ' ' FS-FASIENTO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-CONTABLE        TO FECHA-CAB
           WRITE REG-FASIENTO FROM LINEA-CABECERA
      *
           SET NO-FIN-FICHERO            TO TRUE
      *
           PERFORM 2910-COPIAR-LINEA
              THRU 2910-COPIAR-LINEA-EXIT
             UNTIL SI-FIN-FICHERO
      *
           MOVE CN-ASIENTOS              TO ASIENTOS-TRA
           MOVE CN-LINEAS                TO LINEAS-TRA
           MOVE WK-TOTAL-DEBE            TO TOTAL-DEBE-TRA
           MOVE WK-TOTAL-HABER           TO TOTAL-HABER-TRA
           WRITE REG-FASIENTO FROM LINEA-TRAILER
      *
           IF FS-FASIENTO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FASIENTO'
              DISPLAY 'PARRAFO: 2900-GENERAR-FICHERO'
              DISPLAY 'FILE STATUS: ' FS-FASIENTO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'FICHERO DE ASIENTOS GENERADO Y CUADRADO'
                                         TO RESULTADO-RES
           WRITE REG-FINCIDEN FROM LINEA-RESULTADO
      *
           .
       2900-GENERAR-FICHERO-EXIT.
           EXIT.
      ******************************************************************
      *     2910-COPIAR-LINEA                                          *
      ******************************************************************
       2910-COPIAR-LINEA.
      *
           READ FTRABAJO
      *
           EVALUATE FS-FTRABAJO
               WHEN CT-00
                    WRITE REG-FASIENTO FROM REG-FTRABAJO
      *
                    IF FS-FASIENTO NOT = CT-00
                       DISPLAY 'ERROR AL ESCRIBIR FASIENTO'
                       DISPLAY 'PARRAFO: 2910-COPIAR-LINEA'
                       DISPLAY 'FILE STATUS: ' FS-FASIENTO
      *
                       MOVE 8            TO RETURN-CODE
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                    END-IF
               WHEN CT-10
                    SET SI-FIN-FICHERO   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FTRABAJO'
                    DISPLAY 'PARRAFO: 2910-COPIAR-LINEA'
                    DISPLAY 'FILE STATUS: ' FS-FTRABAJO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2910-COPIAR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FHONORAR
                 FBORDER
                 FTRABAJO
                 FASIENTO
                 FINCIDEN
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C O N T A D I A    **'
           DISPLAY '***********************************'
           DISPLAY '*MOVIMIENTOS        : ' CN-MOVIMIENTOS '    *'
           DISPLAY '*  DE HONORARIOS    : ' CN-HONORARIOS '      *'
           DISPLAY '*  DE REASEGURO     : ' CN-CESIONES '      *'
           DISPLAY '*ASIENTOS           : ' CN-ASIENTOS '    *'
           DISPLAY '*LINEAS             : ' CN-LINEAS '  *'
           DISPLAY '*SIN CUENTA         : ' CN-SIN-MAPEO '    *'
           DISPLAY '*TOTAL DEBE         : ' WK-TOTAL-DEBE
           DISPLAY '*TOTAL HABER        : ' WK-TOTAL-HABER
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
