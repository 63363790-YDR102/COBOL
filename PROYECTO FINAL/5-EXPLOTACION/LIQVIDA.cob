      ******************************************************************
      ** L I Q V I D A.-LIQUIDACION DE POLIZAS DE VIDA POR            **
      **                VENCIMIENTO O RESCATE. DOS ORIGENES:          **
      **                - VENCIMIENTOS: POLIZAS DE VIDA_MAPFRE YA     **
      **                  VENCIDAS, SIN LIQUIDAR, NO ANULADAS ANTES   **
      **                  DE TIEMPO Y SIN FALLECIMIENTO ACEPTADO. SE  **
      **                  PAGA EL 100% DE LA PROVISION.               **
      **                - RESCATES: SOLICITUDES DEL TOMADOR LEIDAS    **
      **                  DEL FICHERO FRESCATE. SE PAGA EL PORCENTAJE **
      **                  DE LA PROVISION QUE MARCA ESCALA_RESCATE    **
      **                  PARA EL ANYO DE POLIZA; EL RESTO ES LA      **
      **                  PENALIZACION.                               **
      **                LA PROVISION ES LA SUMA DE LOS RECIBOS DE     **
      **                PRIMA COBRADOS DE LA POLIZA. PARA CADA POLIZA **
      **                LIQUIDADA, EN UNA UNIDAD DE TRABAJO:          **
      **                - GUARDA LA VERSION VIVA EN SEGUROS_ENDOSOS   **
      **                  Y CIERRA LA POLIZA CON VENCIMIENTO A LA     **
      **                  FECHA DE EFECTO, COMO CANCEPOL.             **
      **                - ANULA LOS RECIBOS EMITIDOS PENDIENTES.      **
      **                - MARCA LA LIQUIDACION EN VIDA_MAPFRE PARA    **
      **                  QUE NUNCA SE PAGUE DOS VECES.               **
      **                - GENERA LA ORDEN DE TRANSFERENCIA A LA       **
      **                  CUENTA DEL TOMADOR Y LA CARTA DE            **
      **                  LIQUIDACION CON EL DETALLE DEL CALCULO.     **
      **                LAS SOLICITUDES Y VENCIMIENTOS QUE NO SE      **
      **                PUEDEN LIQUIDAR VAN AL FICHERO DE RECHAZOS.   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   LIQVIDA.
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
           SELECT FRESCATE ASSIGN TO FRESCATE
           FILE STATUS FS-FRESCATE.
      *
           SELECT FPAGOS ASSIGN TO FPAGOS
           FILE STATUS FS-FPAGOS.
      *
           SELECT FCARTAS ASSIGN TO FCARTAS
           FILE STATUS FS-FCARTAS.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRESCATE
           RECORDING MODE IS F.
       01  REG-FRESCATE               PIC X(0040).
      *    SOLICITUDES DE RESCATE TOTAL DE POLIZAS DE VIDA
      *
       FD FPAGOS
           RECORDING MODE IS F.
       01  REG-FPAGOS                 PIC X(0080).
      *    ORDENES DE TRANSFERENCIA A LAS CUENTAS DE LOS TOMADORES
      *
       FD FCARTAS
           RECORDING MODE IS F.
       01  REG-FCARTAS                PIC X(0120).
      *    CARTAS DE LIQUIDACION CON EL DETALLE DEL CALCULO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    VENCIMIENTOS Y RESCATES NO LIQUIDADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRESCATE            PIC X(02).
           05  FS-FPAGOS              PIC X(02).
           05  FS-FCARTAS             PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-ANYOS           PIC 9(02) VALUE 50.
           05  CT-CONCEPTO-VENCIM     PIC X(20) VALUE
               'VENCIMIENTO'.
           05  CT-CONCEPTO-RESCATE    PIC X(20) VALUE
               'RESCATE TOTAL'.
           05  CT-MOTIVO-ENDOSO-VEN   PIC X(30) VALUE
               'LIQUIDACION POR VENCIMIENTO'.
           05  CT-MOTIVO-ENDOSO-RES   PIC X(30) VALUE
               'LIQUIDACION POR RESCATE'.
           05  CT-MOTIVO-NO-EXISTE    PIC X(30) VALUE
               'POLIZA DE VIDA INEXISTENTE'.
           05  CT-MOTIVO-LIQUIDADA    PIC X(30) VALUE
               'POLIZA YA LIQUIDADA'.
           05  CT-MOTIVO-NO-VIGENTE   PIC X(30) VALUE
               'POLIZA NO VIGENTE'.
           05  CT-MOTIVO-NO-TOMADOR   PIC X(30) VALUE
               'SOLICITANTE NO ES EL TOMADOR'.
           05  CT-MOTIVO-FALLECIDO    PIC X(30) VALUE
               'FALLECIMIENTO ACEPTADO'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(30) VALUE
               'SIN CUENTA DE ABONO'.
           05  CT-MOTIVO-FECHA        PIC X(30) VALUE
               'FECHA DE SOLICITUD NO VALIDA'.
      *
       01  CN-CONTADORES.
           05  CN-VENCIM-LEIDOS       PIC 9(05).
           05  CN-VENCIM-PAGADOS      PIC 9(05).
           05  CN-RESCATES-LEIDOS     PIC 9(05).
           05  CN-RESCATES-PAGADOS    PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
      *
      * ESCALA DE RESCATE CARGADA EN MEMORIA, ORDENADA POR ANYO
       01  TABLA-ESCALA.
           05  CN-ANYOS-TB            PIC 9(02).
           05  ESCALA-TB OCCURS 50.
               10  ANYO-TB            PIC S9(04) COMP.
               10  PORCENTAJE-TB      PIC S9(03)V9(02) COMP-3.
      *
      * SOLICITUD DE RESCATE
       01  DATOS-RESCATE.
           05  POLIZA-RES             PIC X(09).
           05  FECHA-SOLICITUD-RES    PIC X(10).
           05  DNI-SOLICITANTE-RES    PIC X(09).
           05  FILLER                 PIC X(12).
      *
       01  WK-VARIABLES.
           05  WK-POLIZA              PIC X(09).
           05  WK-TIPO-LIQUIDACION    PIC X(01).
           05  WK-CONCEPTO            PIC X(20).
           05  WK-MOTIVO-ENDOSO       PIC X(30).
           05  WK-MOTIVO              PIC X(30).
           05  WK-FECHA-EFECTO        PIC X(10).
           05  WK-FECHA-INICIO-VIDA   PIC X(10).
           05  WK-FECHA-VENCIM-VIDA   PIC X(10).
           05  WK-FECHA-LIQUIDACION   PIC X(10).
           05  WK-FECHA-HOY           PIC X(10).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-DNI-TOMADOR         PIC X(09).
           05  WK-FALLECIMIENTOS      PIC S9(09) COMP.
           05  WK-PROVISION           PIC S9(13)V9(2) COMP-3.
           05  WK-ANYO-POLIZA         PIC S9(04) COMP.
           05  WK-PORCENTAJE          PIC S9(03)V9(02) COMP-3.
           05  WK-PENALIZACION        PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-PAGO        PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(13)V9(2) COMP-3.
           05  WK-SECUENCIA           PIC 9(03).
           05  WK-REF-PAGO.
               10  FILLER             PIC X(01) VALUE 'L'.
               10  WK-REF-FECHA       PIC 9(08).
               10  WK-REF-SEQ         PIC 9(03).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-ANYO               PIC 9(02).
      *
       COPY CPYFECHA.
      *
      * ORDEN DE TRANSFERENCIA, MISMO FORMATO QUE PAGOSIN
       01  LINEA-PAGO.
           05  CUENTA-PAGO            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-PAGO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  REF-PAGO-LIN           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-PAGO            PIC X(09).
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
      * LINEAS DE LA CARTA DE LIQUIDACION
       01  LINEA-CARTA-1.
           05  FILLER                 PIC X(09) VALUE 'CLIENTE: '.
           05  NOMBRE-CARTA           PIC X(75).
           05  FILLER                 PIC X(36) VALUE SPACES.
       01  LINEA-CARTA-2.
           05  FILLER                 PIC X(11) VALUE 'DIRECCION: '.
           05  DIRECCION-CARTA        PIC X(100).
           05  FILLER                 PIC X(09) VALUE SPACES.
       01  LINEA-CARTA-3.
           05  FILLER                 PIC X(26) VALUE
               'LIQUIDACION DE LA POLIZA: '.
           05  POLIZA-CARTA           PIC X(09).
           05  FILLER                 PIC X(12) VALUE
               '  CONCEPTO: '.
           05  CONCEPTO-CARTA         PIC X(20).
           05  FILLER                 PIC X(19) VALUE
               '  FECHA DE EFECTO: '.
           05  EFECTO-CARTA           PIC X(10).
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  LINEA-CARTA-4.
           05  FILLER                 PIC X(30) VALUE
               'PROVISION (PRIMAS COBRADAS):  '.
           05  PROVISION-CARTA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(19) VALUE
               '  ANYO DE POLIZA:  '.
           05  ANYO-CARTA             PIC Z9.
           05  FILLER                 PIC X(17) VALUE
               '  % A PERCIBIR:  '.
           05  PORCENTAJE-CARTA       PIC ZZ9,99.
           05  FILLER                 PIC X(28) VALUE SPACES.
       01  LINEA-CARTA-5.
           05  FILLER                 PIC X(30) VALUE
               'PENALIZACION:                 '.
           05  PENALIZACION-CARTA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(19) VALUE
               '  IMPORTE A PAGAR: '.
           05  IMPORTE-CARTA          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(37) VALUE SPACES.
       01  LINEA-CARTA-6.
           05  FILLER                 PIC X(30) VALUE
               'ABONO EN LA CUENTA:           '.
           05  CUENTA-CARTA           PIC X(20).
           05  FILLER                 PIC X(15) VALUE
               '  REFERENCIA: '.
           05  REFERENCIA-CARTA       PIC X(12).
           05  FILLER                 PIC X(43) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  POLIZA-RECH            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-RECH              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(30).
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-ESCALA          PIC X(01).
               88  SI-FIN-ESCALA                VALUE 'S'.
               88  NO-FIN-ESCALA                VALUE 'N'.
           05  SW-FIN-FRESCATE        PIC X(01).
               88  SI-FIN-FRESCATE              VALUE 'S'.
               88  NO-FIN-FRESCATE              VALUE 'N'.
           05  SW-LIQUIDABLE          PIC X(01).
               88  SI-LIQUIDABLE                VALUE 'S'.
               88  NO-LIQUIDABLE                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_PEPITO_SEG--*
      *
           EXEC SQL
               INCLUDE TBSEGFIN
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_ENDOSOS-----*
      *
           EXEC SQL
               INCLUDE TBSEGEND
           END-EXEC.
      *
      *--------DCLGEN VIDA_MAPFRE---------*
      *
           EXEC SQL
               INCLUDE TBVIDFIN
           END-EXEC.
      *
      *--------DCLGEN RECIBOS_PRIMAS------*
      *
           EXEC SQL
               INCLUDE TBRECIBO
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAPFRE-----*
      *
           EXEC SQL
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN ESCALA_RESCATE------*
      *
           EXEC SQL
               INCLUDE TBESCRES
           END-EXEC.
      *
      *--------CURSOR DE LA ESCALA DE RESCATE--------------------------*
      *
           EXEC SQL
               DECLARE CUR-ESCALA CURSOR FOR
               SELECT ANYO_POLIZA
                     ,PORCENTAJE_RESCATE
                 FROM ESCALA_RESCATE
                ORDER BY ANYO_POLIZA
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS DE VIDA VENCIDAS SIN LIQUIDAR---------*
      * UNA POLIZA ANULADA ANTES DE TIEMPO (CANCEPOL) TIENE EN         *
      * SEGUROS_PEPITO_SEG UN VENCIMIENTO ANTERIOR AL DE VIDA_MAPFRE Y *
      * NO SE LIQUIDA POR VENCIMIENTO.                                 *
      *----------------------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-VENCIMIENTOS CURSOR WITH HOLD FOR
               SELECT V.POLIZA
                 FROM VIDA_MAPFRE V
                     ,SEGUROS_PEPITO_SEG S
                WHERE S.NUMERO_POLIZA = V.POLIZA
                  AND V.FECHA_LIQUIDACION IS NULL
                  AND V.FECHA_VENCIMIENTO <= CURRENT DATE
                  AND S.FECHA_VENCIMIENTO = V.FECHA_VENCIMIENTO
                ORDER BY V.POLIZA
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
           PERFORM 2000-VENCIMIENTO
              THRU 2000-VENCIMIENTO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 9100-LEER-FRESCATE
              THRU 9100-LEER-FRESCATE-EXIT
      *
           PERFORM 2500-RESCATE
              THRU 2500-RESCATE-EXIT
             UNTIL SI-FIN-FRESCATE
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
                      TABLA-ESCALA
                      DATOS-RESCATE
                      WK-VARIABLES
                      DCLSEGUROS-PEPITO-SEG
                      DCLSEGUROS-ENDOSOS
                      DCLVIDA-MAPFRE
                      DCLRECIBOS-PRIMAS
                      DCLCLIENTES-MAPFRE
                      DCLESCALA-RESCATE
      *
           SET NO-FIN-CURSOR             TO TRUE
           SET NO-FIN-FRESCATE           TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-HOY (1:4)
           MOVE '-'                      TO WK-FECHA-HOY (5:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-HOY (6:2)
           MOVE '-'                      TO WK-FECHA-HOY (8:1)
           MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-HOY (9:2)
           MOVE WK-FECHA-HOY-AAAAMMDD    TO WK-REF-FECHA
      *
           PERFORM 1200-CARGAR-ESCALA
              THRU 1200-CARGAR-ESCALA-EXIT
      *
           OPEN INPUT  FRESCATE
           OPEN OUTPUT FPAGOS
                       FCARTAS
                       FRECHAZO
      *
           IF FS-FRESCATE NOT = CT-00
              OR FS-FPAGOS NOT = CT-00
              OR FS-FCARTAS NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRESCATE ' ' FS-FPAGOS
                      ' ' FS-FCARTAS ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-VENCIMIENTOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-VENCIMIENTOS'
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
      *     1200-CARGAR-ESCALA                                         *
      *     SIN ESCALA NO SE PUEDE VALORAR NINGUN RESCATE Y EL         *
      *     PROGRAMA TERMINA CON ERROR.                                *
      ******************************************************************
       1200-CARGAR-ESCALA.
      *
           SET NO-FIN-ESCALA             TO TRUE
      *
           EXEC SQL
               OPEN CUR-ESCALA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ESCALA'
              DISPLAY 'PARRAFO: 1200-CARGAR-ESCALA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1210-LEER-ESCALA
              THRU 1210-LEER-ESCALA-EXIT
             UNTIL SI-FIN-ESCALA
      *
           EXEC SQL
               CLOSE CUR-ESCALA
           END-EXEC
      *
           IF CN-ANYOS-TB = 0
              DISPLAY 'ERROR: ESCALA_RESCATE VACIA'
              DISPLAY 'PARRAFO: 1200-CARGAR-ESCALA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1200-CARGAR-ESCALA-EXIT.
           EXIT.
      ******************************************************************
      *     1210-LEER-ESCALA                                           *
      ******************************************************************
       1210-LEER-ESCALA.
      *
           EXEC SQL
               FETCH CUR-ESCALA
                INTO :ER-ANYO-POLIZA
                    ,:ER-PORCENTAJE-RESCATE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF CN-ANYOS-TB >= CT-MAX-ANYOS
                       DISPLAY 'LIQVIDA: ESCALA TRUNCADA A '
                               CT-MAX-ANYOS ' ANYOS'
                       SET SI-FIN-ESCALA TO TRUE
                    ELSE
                       ADD CT-1          TO CN-ANYOS-TB
                       MOVE ER-ANYO-POLIZA
                                         TO ANYO-TB (CN-ANYOS-TB)
                       MOVE ER-PORCENTAJE-RESCATE
                                    TO PORCENTAJE-TB (CN-ANYOS-TB)
                    END-IF
               WHEN 100
                    SET SI-FIN-ESCALA    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ESCALA'
                    DISPLAY 'PARRAFO: 1210-LEER-ESCALA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1210-LEER-ESCALA-EXIT.
           EXIT.
      ******************************************************************
      *     2000-VENCIMIENTO                                           *
      *     EL VENCIMIENTO PAGA TODA LA PROVISION CON EFECTO EN LA     *
      *     FECHA DE VENCIMIENTO DE LA POLIZA.                         *
      ******************************************************************
       2000-VENCIMIENTO.
      *
           MOVE 'V'                      TO WK-TIPO-LIQUIDACION
           MOVE CT-CONCEPTO-VENCIM       TO WK-CONCEPTO
           MOVE CT-MOTIVO-ENDOSO-VEN     TO WK-MOTIVO-ENDOSO
      *
           PERFORM 2100-VALIDAR-POLIZA
              THRU 2100-VALIDAR-POLIZA-EXIT
      *
           IF SI-LIQUIDABLE
              MOVE WK-FECHA-VENCIM-VIDA  TO WK-FECHA-EFECTO
              MOVE 100                   TO WK-PORCENTAJE
      *
              PERFORM 2200-CALCULAR-ANYO
                 THRU 2200-CALCULAR-ANYO-EXIT
      *
              PERFORM 3100-LIQUIDAR
                 THRU 3100-LIQUIDAR-EXIT
           END-IF
      *
           IF SI-LIQUIDABLE
              ADD CT-1                   TO CN-VENCIM-PAGADOS
           ELSE
              PERFORM 2800-ESCRIBIR-RECHAZO
                 THRU 2800-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-VENCIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-POLIZA                                        *
      *     DATOS DE LA POLIZA DE VIDA Y DE SU TOMADOR. NO SE LIQUIDA  *
      *     UNA POLIZA YA LIQUIDADA, NI UNA CON UN FALLECIMIENTO       *
      *     ACEPTADO (ESA LA PAGA PAGOSIN A LOS BENEFICIARIOS), NI LA  *
      *     DE UN TOMADOR SIN CUENTA DE ABONO.                         *
      ******************************************************************
       2100-VALIDAR-POLIZA.
      *
           SET SI-LIQUIDABLE             TO TRUE
           MOVE WK-POLIZA                TO TB-POLIZA
      *
           EXEC SQL
               SELECT V.FECHA_INICIO
                     ,V.FECHA_VENCIMIENTO
                     ,COALESCE(V.FECHA_LIQUIDACION, ' ')
                     ,S.DNI_CL
                 INTO :WK-FECHA-INICIO-VIDA
                     ,:WK-FECHA-VENCIM-VIDA
                     ,:WK-FECHA-LIQUIDACION
                     ,:WK-DNI-TOMADOR
                 FROM VIDA_MAPFRE V
                     ,SEGUROS_PEPITO_SEG S
                WHERE V.POLIZA = :TB-POLIZA
                  AND S.NUMERO_POLIZA = V.POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-LIQUIDABLE    TO TRUE
                    MOVE CT-MOTIVO-NO-EXISTE TO WK-MOTIVO
                    GO TO 2100-VALIDAR-POLIZA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-POLIZA'
                    DISPLAY 'TABLA: VIDA_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-FECHA-LIQUIDACION NOT = SPACES
              SET NO-LIQUIDABLE          TO TRUE
              MOVE CT-MOTIVO-LIQUIDADA   TO WK-MOTIVO
              GO TO 2100-VALIDAR-POLIZA-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-FALLECIMIENTOS
                 FROM SINIESTROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :TB-POLIZA
                  AND ACPTADO = 'S'
                  AND CAUSAS LIKE 'FALLECIMIENTO%'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-VALIDAR-POLIZA'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-FALLECIMIENTOS > 0
              SET NO-LIQUIDABLE          TO TRUE
              MOVE CT-MOTIVO-FALLECIDO   TO WK-MOTIVO
              GO TO 2100-VALIDAR-POLIZA-EXIT
           END-IF
      *
           MOVE WK-DNI-TOMADOR           TO TB-DNI
      *
           EXEC SQL
               SELECT NOMBRE
                     ,DIRECCION
                     ,COALESCE(CUENTA_BANCARIA, ' ')
                 INTO :TB-NOMBRE
                     ,:TB-DIRECCION
                     ,:TB-CUENTA-BANCARIA
                 FROM CLIENTES_MAPFRE
                WHERE DNI = :TB-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF TB-CUENTA-BANCARIA = SPACES OR LOW-VALUES
                       SET NO-LIQUIDABLE TO TRUE
                       MOVE CT-MOTIVO-SIN-CUENTA TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-LIQUIDABLE    TO TRUE
                    MOVE CT-MOTIVO-SIN-CUENTA TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-POLIZA'
                    DISPLAY 'TABLA: CLIENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CALCULAR-ANYO                                         *
      *     ANYO DE POLIZA EN CURSO A LA FECHA DE EFECTO: ANYOS        *
      *     COMPLETOS DESDE EL INICIO MAS UNO.                         *
      ******************************************************************
       2200-CALCULAR-ANYO.
      *
           INITIALIZE CPYFECHA
           MOVE 'D'                      TO OPCION-FEC
           MOVE WK-FECHA-INICIO-VIDA     TO FECHA-E-FEC
           MOVE WK-FECHA-EFECTO          TO FECHA-E2-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           IF RETORNO-FEC NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
              DISPLAY 'PARRAFO: 2200-CALCULAR-ANYO'
              DISPLAY 'POLIZA: ' WK-POLIZA
              DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF DIAS-S-FEC < 0
              MOVE 1                     TO WK-ANYO-POLIZA
           ELSE
              COMPUTE WK-ANYO-POLIZA = DIAS-S-FEC / 365 + 1
           END-IF
      *
           .
       2200-CALCULAR-ANYO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-RESCATE                                               *
      *     LA SOLICITUD DEBE VENIR DEL TOMADOR DE UNA POLIZA EN VIGOR *
      *     A LA FECHA DE SOLICITUD. SE PAGA EL PORCENTAJE DE LA       *
      *     ESCALA PARA EL ANYO DE POLIZA EN CURSO.                    *
      ******************************************************************
       2500-RESCATE.
      *
           MOVE POLIZA-RES               TO WK-POLIZA
           MOVE 'R'                      TO WK-TIPO-LIQUIDACION
           MOVE CT-CONCEPTO-RESCATE      TO WK-CONCEPTO
           MOVE CT-MOTIVO-ENDOSO-RES     TO WK-MOTIVO-ENDOSO
           MOVE FECHA-SOLICITUD-RES      TO WK-FECHA-EFECTO
      *
           INITIALIZE CPYFECHA
           MOVE 'V'                      TO OPCION-FEC
           MOVE FECHA-SOLICITUD-RES      TO FECHA-E-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    SET NO-LIQUIDABLE    TO TRUE
                    MOVE CT-MOTIVO-FECHA TO WK-MOTIVO
                    GO TO 2500-RESCATE-RECHAZO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
                    DISPLAY 'PARRAFO: 2500-RESCATE'
                    DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2100-VALIDAR-POLIZA
              THRU 2100-VALIDAR-POLIZA-EXIT
      *
           IF NO-LIQUIDABLE
              GO TO 2500-RESCATE-RECHAZO
           END-IF
      *
           IF DNI-SOLICITANTE-RES NOT = WK-DNI-TOMADOR
              SET NO-LIQUIDABLE          TO TRUE
              MOVE CT-MOTIVO-NO-TOMADOR  TO WK-MOTIVO
              GO TO 2500-RESCATE-RECHAZO
           END-IF
      *
      *    EL RESCATE SOLO CABE CON LA POLIZA EN VIGOR: NI ANTES DEL
      *    INICIO NI A PARTIR DEL VENCIMIENTO (ESO ES UN VENCIMIENTO)
      *    NI ANULADA POR CANCEPOL
           MOVE WK-POLIZA                TO TB-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT FECHA_VENCIMIENTO
                 INTO :DCLSEGUROS-PEPITO-SEG.TB-FECHA-VENCIMIENTO
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :TB-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-RESCATE'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-FECHA-EFECTO < WK-FECHA-INICIO-VIDA
              OR WK-FECHA-EFECTO >= TB-FECHA-VENCIMIENTO
                                    OF DCLSEGUROS-PEPITO-SEG
              SET NO-LIQUIDABLE          TO TRUE
              MOVE CT-MOTIVO-NO-VIGENTE  TO WK-MOTIVO
              GO TO 2500-RESCATE-RECHAZO
           END-IF
      *
           PERFORM 2200-CALCULAR-ANYO
              THRU 2200-CALCULAR-ANYO-EXIT
      *
      *    PORCENTAJE DEL MAYOR ANYO DE LA ESCALA QUE NO SUPERA EL DE
      *    LA POLIZA; POR DEBAJO DEL PRIMERO SE APLICA EL PRIMERO
           MOVE 1                        TO IND-ANYO
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > CN-ANYOS-TB
              IF ANYO-TB (IND) <= WK-ANYO-POLIZA
                 MOVE IND                TO IND-ANYO
              END-IF
           END-PERFORM
      *
           MOVE PORCENTAJE-TB (IND-ANYO) TO WK-PORCENTAJE
      *
           PERFORM 3100-LIQUIDAR
              THRU 3100-LIQUIDAR-EXIT
      *
           ADD CT-1                      TO CN-RESCATES-PAGADOS
      *
           GO TO 2500-RESCATE-AVANZAR
      *
           .
       2500-RESCATE-RECHAZO.
      *
           PERFORM 2800-ESCRIBIR-RECHAZO
              THRU 2800-ESCRIBIR-RECHAZO-EXIT
      *
           .
       2500-RESCATE-AVANZAR.
      *
           PERFORM 9100-LEER-FRESCATE
              THRU 9100-LEER-FRESCATE-EXIT
      *
           .
       2500-RESCATE-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2800-ESCRIBIR-RECHAZO.
      *
           MOVE WK-POLIZA                TO POLIZA-RECH
           MOVE WK-TIPO-LIQUIDACION      TO TIPO-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2800-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-VENCIMIENTOS
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FRESCATE
                 FPAGOS
                 FCARTAS
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   L I Q V I D A      **'
           DISPLAY '***********************************'
           DISPLAY '*VENCIMIENTOS LEIDOS: ' CN-VENCIM-LEIDOS '      *'
           DISPLAY '*VENCIMIENTOS PAGADOS: ' CN-VENCIM-PAGADOS '     *'
           DISPLAY '*RESCATES LEIDOS    : ' CN-RESCATES-LEIDOS '      *'
           DISPLAY '*RESCATES PAGADOS   : ' CN-RESCATES-PAGADOS
                   '      *'
           DISPLAY '*RECHAZADOS         : ' CN-RECHAZADOS '      *'
           DISPLAY '*IMPORTE PAGADO     : ' WK-IMPORTE-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     3100-LIQUIDAR                                              *
      *     CALCULO Y LIQUIDACION DE LA POLIZA EN CURSO EN UNA UNIDAD  *
      *     DE TRABAJO: ENDOSO, CIERRE, RECIBOS, MARCA, ORDEN DE PAGO  *
      *     Y CARTA.                                                   *
      ******************************************************************
       3100-LIQUIDAR.
      *
           PERFORM 3110-CALCULAR-IMPORTE
              THRU 3110-CALCULAR-IMPORTE-EXIT
      *
           PERFORM 3200-HISTORIFICAR
              THRU 3200-HISTORIFICAR-EXIT
      *
           PERFORM 3300-CERRAR-POLIZA
              THRU 3300-CERRAR-POLIZA-EXIT
      *
           PERFORM 3400-ANULAR-RECIBOS
              THRU 3400-ANULAR-RECIBOS-EXIT
      *
           PERFORM 3500-EMITIR-PAGO
              THRU 3500-EMITIR-PAGO-EXIT
      *
           PERFORM 3600-GENERAR-CARTA
              THRU 3600-GENERAR-CARTA-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD WK-IMPORTE-PAGO           TO WK-IMPORTE-TOTAL
      *
           .
       3100-LIQUIDAR-EXIT.
           EXIT.
      ******************************************************************
      *     3110-CALCULAR-IMPORTE                                      *
      *     PROVISION = RECIBOS DE PRIMA COBRADOS. SE PAGA EL          *
      *     PORCENTAJE DE LA PROVISION Y EL RESTO ES LA PENALIZACION.  *
      ******************************************************************
       3110-CALCULAR-IMPORTE.
      *
           MOVE WK-POLIZA                TO RB-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE), 0)
                 INTO :WK-PROVISION
                 FROM RECIBOS_PRIMAS
                WHERE NUMERO_POLIZA = :RB-NUMERO-POLIZA
                  AND ESTADO = 'C'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3110-CALCULAR-IMPORTE'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-IMPORTE-PAGO ROUNDED =
                   WK-PROVISION * WK-PORCENTAJE / 100
      *
           COMPUTE WK-PENALIZACION = WK-PROVISION - WK-IMPORTE-PAGO
      *
      * LA SECUENCIA DE 3 DIGITOS NO PUEDE DESBORDARSE, COMO EN
      * PAGOSIN: LO QUE QUEDE SE LIQUIDA EN LA SIGUIENTE EJECUCION
           IF WK-SECUENCIA >= 999
              DISPLAY 'LIQVIDA: SECUENCIA DE REFERENCIAS AGOTADA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO WK-SECUENCIA
           MOVE WK-SECUENCIA             TO WK-REF-SEQ
      *
           .
       3110-CALCULAR-IMPORTE-EXIT.
           EXIT.
      ******************************************************************
      *     3200-HISTORIFICAR                                          *
      *     MISMA CADENA DE VERSIONES QUE ENDOSOS Y CANCEPOL: LA       *
      *     VERSION VIVA QUEDA EN SEGUROS_ENDOSOS ANTES DE CERRARLA.   *
      ******************************************************************
       3200-HISTORIFICAR.
      *
           MOVE WK-POLIZA                TO TB-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT TIPO
                     ,FECHA_INICIO
                     ,FECHA_VENCIMIENTO
                     ,COALESCE(COBERTURA1_TIPO, ' ')
                     ,COALESCE(COBERTURA1_IMPORTE, 0)
                     ,COALESCE(COBERTURA2_TIPO, ' ')
                     ,COALESCE(COBERTURA2_IMPORTE, 0)
                     ,COALESCE(COBERTURA3_TIPO, ' ')
                     ,COALESCE(COBERTURA3_IMPORTE, 0)
                     ,COALESCE(COBERTURA4_TIPO, ' ')
                     ,COALESCE(COBERTURA4_IMPORTE, 0)
                 INTO :EN-TIPO
                     ,:EN-FECHA-INICIO
                     ,:EN-FECHA-VENCIMIENTO
                     ,:EN-COBERTURA1-TIPO
                     ,:EN-COBERTURA1-IMPORTE
                     ,:EN-COBERTURA2-TIPO
                     ,:EN-COBERTURA2-IMPORTE
                     ,:EN-COBERTURA3-TIPO
                     ,:EN-COBERTURA3-IMPORTE
                     ,:EN-COBERTURA4-TIPO
                     ,:EN-COBERTURA4-IMPORTE
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :TB-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3200-HISTORIFICAR'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-POLIZA                TO EN-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_ENDOSO), 0) + 1
                 INTO :EN-NUM-ENDOSO
                 FROM SEGUROS_ENDOSOS
                WHERE NUMERO_POLIZA = :EN-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3200-HISTORIFICAR'
              DISPLAY 'TABLA: SEGUROS_ENDOSOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-EFECTO          TO EN-FECHA-EFECTO
           MOVE WK-MOTIVO-ENDOSO         TO EN-MOTIVO
      *
           EXEC SQL
               INSERT INTO SEGUROS_ENDOSOS
                      (NUMERO_POLIZA
                      ,NUM_ENDOSO
                      ,FECHA_EFECTO
                      ,MOTIVO
                      ,TIPO
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO
                      ,COBERTURA1_TIPO
                      ,COBERTURA1_IMPORTE
                      ,COBERTURA2_TIPO
                      ,COBERTURA2_IMPORTE
                      ,COBERTURA3_TIPO
                      ,COBERTURA3_IMPORTE
                      ,COBERTURA4_TIPO
                      ,COBERTURA4_IMPORTE)
                      VALUES(
                       :EN-NUMERO-POLIZA
                      ,:EN-NUM-ENDOSO
                      ,:EN-FECHA-EFECTO
                      ,:EN-MOTIVO
                      ,:EN-TIPO
                      ,:EN-FECHA-INICIO
                      ,:EN-FECHA-VENCIMIENTO
                      ,:EN-COBERTURA1-TIPO
                      ,:EN-COBERTURA1-IMPORTE
                      ,:EN-COBERTURA2-TIPO
                      ,:EN-COBERTURA2-IMPORTE
                      ,:EN-COBERTURA3-TIPO
                      ,:EN-COBERTURA3-IMPORTE
                      ,:EN-COBERTURA4-TIPO
                      ,:EN-COBERTURA4-IMPORTE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3200-HISTORIFICAR'
              DISPLAY 'TABLA: SEGUROS_ENDOSOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       3200-HISTORIFICAR-EXIT.
           EXIT.
      ******************************************************************
      *     3300-CERRAR-POLIZA                                         *
      *     VENCIMIENTO A LA FECHA DE EFECTO (COMO CANCEPOL) Y MARCA   *
      *     DE LIQUIDACION EN VIDA_MAPFRE.                             *
      ******************************************************************
       3300-CERRAR-POLIZA.
      *
           MOVE WK-POLIZA                TO TB-NUMERO-POLIZA
      *
           EXEC SQL
               UPDATE SEGUROS_PEPITO_SEG
                  SET FECHA_VENCIMIENTO = :WK-FECHA-EFECTO
                WHERE NUMERO_POLIZA = :TB-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3300-CERRAR-POLIZA'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-POLIZA                TO TB-POLIZA
           MOVE WK-FECHA-HOY             TO TB-FECHA-LIQUIDACION
           MOVE WK-TIPO-LIQUIDACION      TO TB-TIPO-LIQUIDACION
           MOVE WK-IMPORTE-PAGO          TO TB-IMPORTE-LIQUIDACION
      *
           EXEC SQL
               UPDATE VIDA_MAPFRE
                  SET FECHA_VENCIMIENTO = :WK-FECHA-EFECTO
                     ,FECHA_LIQUIDACION = :TB-FECHA-LIQUIDACION
                     ,TIPO_LIQUIDACION = :TB-TIPO-LIQUIDACION
                     ,IMPORTE_LIQUIDACION = :TB-IMPORTE-LIQUIDACION
                WHERE POLIZA = :TB-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 3300-CERRAR-POLIZA'
              DISPLAY 'TABLA: VIDA_MAPFRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       3300-CERRAR-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     3400-ANULAR-RECIBOS                                        *
      *     LOS RECIBOS EMITIDOS AUN SIN ADEUDAR SE ANULAN PARA QUE    *
      *     COBRODOM NO LOS COBRE. NO HABER NINGUNO NO ES ERROR.       *
      ******************************************************************
       3400-ANULAR-RECIBOS.
      *
           MOVE WK-POLIZA                TO RB-NUMERO-POLIZA
      *
           EXEC SQL
               UPDATE RECIBOS_PRIMAS
                  SET ESTADO = 'A'
                     ,FECHA_ESTADO = CURRENT DATE
                WHERE NUMERO_POLIZA = :RB-NUMERO-POLIZA
                  AND ESTADO = 'E'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 3400-ANULAR-RECIBOS'
                    DISPLAY 'TABLA: RECIBOS_PRIMAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       3400-ANULAR-RECIBOS-EXIT.
           EXIT.
      ******************************************************************
      *     3500-EMITIR-PAGO                                           *
      ******************************************************************
       3500-EMITIR-PAGO.
      *
           MOVE TB-CUENTA-BANCARIA       TO CUENTA-PAGO
           MOVE WK-IMPORTE-PAGO          TO IMPORTE-PAGO
           MOVE WK-REF-PAGO              TO REF-PAGO-LIN
           MOVE WK-POLIZA                TO POLIZA-PAGO
      *
           WRITE REG-FPAGOS FROM LINEA-PAGO
      *
           IF FS-FPAGOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
              DISPLAY 'PARRAFO: 3500-EMITIR-PAGO'
              DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       3500-EMITIR-PAGO-EXIT.
           EXIT.
      ******************************************************************
      *     3600-GENERAR-CARTA                                         *
      *     CARTA AL TOMADOR CON EL DETALLE DEL CALCULO.               *
      ******************************************************************
       3600-GENERAR-CARTA.
      *
           MOVE TB-NOMBRE                TO NOMBRE-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-1
      *
           MOVE TB-DIRECCION             TO DIRECCION-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-2
      *
           MOVE WK-POLIZA                TO POLIZA-CARTA
           MOVE WK-CONCEPTO              TO CONCEPTO-CARTA
           MOVE WK-FECHA-EFECTO          TO EFECTO-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-3
      *
           MOVE WK-PROVISION             TO PROVISION-CARTA
           MOVE WK-ANYO-POLIZA           TO ANYO-CARTA
           MOVE WK-PORCENTAJE            TO PORCENTAJE-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-4
      *
           MOVE WK-PENALIZACION          TO PENALIZACION-CARTA
           MOVE WK-IMPORTE-PAGO          TO IMPORTE-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-5
      *
           MOVE TB-CUENTA-BANCARIA       TO CUENTA-CARTA
           MOVE WK-REF-PAGO              TO REFERENCIA-CARTA
           WRITE REG-FCARTAS FROM LINEA-CARTA-6
      *
           MOVE SPACES                   TO REG-FCARTAS
           WRITE REG-FCARTAS
      *
           IF FS-FCARTAS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCARTAS'
              DISPLAY 'PARRAFO: 3600-GENERAR-CARTA'
              DISPLAY 'FILE STATUS: ' FS-FCARTAS
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       3600-GENERAR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-VENCIMIENTOS
                INTO :WK-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-VENCIM-LEIDOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-VENCIMIENTOS'
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
      ******************************************************************
      *     9100-LEER-FRESCATE                                         *
      ******************************************************************
       9100-LEER-FRESCATE.
      *
           READ FRESCATE INTO DATOS-RESCATE
      *
           EVALUATE FS-FRESCATE
               WHEN CT-00
                    ADD CT-1             TO CN-RESCATES-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FRESCATE  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FRESCATE'
                    DISPLAY 'PARRAFO: 9100-LEER-FRESCATE'
                    DISPLAY 'FILE STATUS: ' FS-FRESCATE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-FRESCATE-EXIT.
           EXIT.
      *
