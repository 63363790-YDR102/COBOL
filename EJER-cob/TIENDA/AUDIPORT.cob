      ******************************************************************
      ** A U D I P O R T.- AUDITORIA DE LAS FACTURAS DE PORTES DE    **
      **                   LOS TRANSPORTISTAS. LEE EL FICHERO DE     **
      **                   LINEAS FACTURADAS (ORDENADO POR           **
      **                   TRANSPORTISTA) Y CASA CADA CARGO CON SU   **
      **                   PEDIDO POR EL NUMERO DE SEGUIMIENTO QUE   **
      **                   DEJA ACTENVIO. RECALCULA EL PORTE         **
      **                   ESPERADO CON LA TARIFA DEL TRANSPORTISTA  **
      **                   POR TIPO_ENVIO Y ZONA DE DESTINO          **
      **                   (ZONAS_TRANSPORTE POR PREFIJO DEL CODIGO  **
      **                   POSTAL) Y RECLAMA LOS ENVIOS FACTURADOS   **
      **                   DOS VECES, LOS DE PEDIDOS DESCONOCIDOS O  **
      **                   CANCELADOS Y LOS QUE SUPERAN LA TARIFA    **
      **                   MAS LA TOLERANCIA TOLPORTE. EMITE LA      **
      **                   RECLAMACION POR TRANSPORTISTA, GUARDA     **
      **                   CADA ENVIO EN PORTES_PEDIDO Y SACA EL     **
      **                   COSTE DE PORTES POR PEDIDO Y MES PARA EL  **
      **                   ANALISIS DE MARGEN.                       **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   AUDIPORT.
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
           SELECT FFACTRA  ASSIGN TO FFACTRA
           FILE STATUS FS-FFACTRA.
      *
           SELECT FRECLAMA ASSIGN TO FRECLAMA
           FILE STATUS FS-FRECLAMA.
      *
           SELECT FPORTES  ASSIGN TO FPORTES
           FILE STATUS FS-FPORTES.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FFACTRA
           RECORDING MODE IS F.
       01  REG-FFACTRA                PIC X(0087).
      *    LINEAS DE LAS FACTURAS DE PORTES, POR TRANSPORTISTA
      *
       FD FRECLAMA
           RECORDING MODE IS F.
       01  REG-FRECLAMA               PIC X(0120).
      *    RECLAMACION DE PORTES A CADA TRANSPORTISTA
      *
       FD FPORTES
           RECORDING MODE IS F.
       01  REG-FPORTES                PIC X(0050).
      *    COSTE DE PORTES POR PEDIDO Y MES PARA EL MARGEN
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FFACTRA             PIC X(02).
           05  FS-FRECLAMA            PIC X(02).
           05  FS-FPORTES             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'AUDIPORT'.
           05  CT-CANCELADO           PIC X(09) VALUE 'CANCELADO'.
           05  CT-ACEPTADO            PIC X(01) VALUE 'A'.
           05  CT-RECLAMADO           PIC X(01) VALUE 'R'.
           05  CT-MOTIVO-DUPLICADO    PIC X(20) VALUE
               'FACTURADO DOS VECES'.
           05  CT-MOTIVO-DESCONOCIDO  PIC X(20) VALUE
               'PEDIDO DESCONOCIDO'.
           05  CT-MOTIVO-CANCELADO    PIC X(20) VALUE
               'PEDIDO CANCELADO'.
           05  CT-MOTIVO-SOBRECOSTE   PIC X(20) VALUE
               'SOBRECOSTE'.
           05  CT-MOTIVO-SIN-TARIFA   PIC X(20) VALUE
               'SIN TARIFA: REVISAR'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(05).
           05  CN-ACEPTADAS           PIC 9(05).
           05  CN-DUPLICADAS          PIC 9(05).
           05  CN-DESCONOCIDAS        PIC 9(05).
           05  CN-CANCELADAS          PIC 9(05).
           05  CN-SOBRECOSTES         PIC 9(05).
           05  CN-SIN-TARIFA          PIC 9(05).
           05  CN-RECLAMADAS-TRA      PIC 9(05).
           05  CN-PEDIDOS-MES         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-TOLERANCIA          PIC S9(03)V9(02) COMP-3.
           05  WK-TRANSP-ANTERIOR     PIC X(20).
           05  WK-LIMITE              PIC S9(07)V9(02) COMP-3.
           05  WK-IMPORTE-RECLAMADO   PIC S9(05)V9(02) COMP-3.
           05  WK-MOTIVO              PIC X(20).
           05  WK-RECLAMADO-TRA       PIC S9(09)V9(02) COMP-3.
           05  WK-FACTURADO-TOTAL     PIC S9(09)V9(02) COMP-3.
           05  WK-RECLAMADO-TOTAL     PIC S9(09)V9(02) COMP-3.
           05  WK-PERIODO-MIN         PIC X(07).
           05  WK-PERIODO-MAX         PIC X(07).
           05  WK-PERIODO             PIC X(07).
           05  WK-ID-PEDIDO           PIC S9(09) COMP.
           05  WK-ENVIOS              PIC S9(09) COMP.
           05  WK-COSTE-PEDIDO        PIC S9(07)V9(02) COMP-3.
      *
      * LINEA DE FACTURA DE PORTES
       01  LINEA-FACTURA.
           05  TRANSPORTISTA-FAC      PIC X(20).
           05  NUM-FACTURA-FAC        PIC X(15).
           05  FECHA-FACTURA-FAC      PIC X(10).
           05  NUM-SEGUIMIENTO-FAC    PIC X(30).
           05  COD-POSTAL-FAC         PIC X(05).
           05  IMPORTE-FAC            PIC 9(05)V9(02).
      *
       01  LINEA-CAB-TRANSP.
           05  FILLER                 PIC X(26) VALUE
               'RECLAMACION DE PORTES A: '.
           05  TRANSPORTISTA-CAB      PIC X(20).
           05  FILLER                 PIC X(74) VALUE SPACES.
      *
       01  LINEA-RECLAMACION.
           05  NUM-FACTURA-REC        PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-SEGUIMIENTO-REC    PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PEDIDO-REC             PIC 9(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FACTURADO-REC          PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ESPERADO-REC           PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECLAMADO-REC          PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-REC             PIC X(20).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-TOTAL-TRANSP.
           05  FILLER                 PIC X(20) VALUE
               'TOTAL A RECLAMAR:  '.
           05  LINEAS-TOT             PIC ZZ.ZZ9.
           05  FILLER                 PIC X(09) VALUE ' LINEAS  '.
           05  RECLAMADO-TOT          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(71) VALUE SPACES.
      *
      * COSTE DE PORTES DEL PEDIDO EN EL MES (SIN EDITAR)
       01  LINEA-PORTES.
           05  PERIODO-POR            PIC X(07).
           05  ID-PEDIDO-POR          PIC 9(09).
           05  ENVIOS-POR             PIC 9(03).
           05  COSTE-POR              PIC 9(07)V9(02).
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FFACTRA         PIC X(01).
               88  SI-FIN-FFACTRA               VALUE 'S'.
               88  NO-FIN-FFACTRA               VALUE 'N'.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-TARIFA              PIC X(01).
               88  SI-TARIFA                    VALUE 'S'.
               88  NO-TARIFA                    VALUE 'N'.
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
      *--------DCLGEN PEDIDOS_CLIENTE-----*
      *
           EXEC SQL
               INCLUDE TBPROCLI
           END-EXEC.
      *
      *--------DCLGEN PORTES_PEDIDO-------*
      *
           EXEC SQL
               INCLUDE TBPORTES
           END-EXEC.
      *
      *--------DCLGEN ZONAS_TRANSPORTE----*
      *
           EXEC SQL
               INCLUDE TBZONTRA
           END-EXEC.
      *
      *--------DCLGEN TARIFAS_TRANSPORTE--*
      *
           EXEC SQL
               INCLUDE TBTARTRA
           END-EXEC.
      *
      *--------CURSOR DE COSTE DE PORTES POR PEDIDO Y MES--------------*
      *
           EXEC SQL
               DECLARE CUR-PORTES CURSOR FOR
               SELECT PERIODO
                     ,ID_PEDIDO
                     ,COUNT(*)
                     ,SUM(IMPORTE_COSTE)
                 FROM PORTES_PEDIDO
                WHERE PERIODO BETWEEN :WK-PERIODO-MIN
                                  AND :WK-PERIODO-MAX
                GROUP BY PERIODO
                        ,ID_PEDIDO
                ORDER BY PERIODO
                        ,ID_PEDIDO
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
             UNTIL SI-FIN-FFACTRA
      *
           PERFORM 2800-COSTE-POR-PEDIDO
              THRU 2800-COSTE-POR-PEDIDO-EXIT
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
                      LINEA-FACTURA
      *
           SET NO-FIN-FFACTRA         TO TRUE
           MOVE HIGH-VALUES           TO WK-PERIODO-MIN
           MOVE LOW-VALUES            TO WK-PERIODO-MAX
      *
           PERFORM 1050-CARGAR-PARAMETROS
              THRU 1050-CARGAR-PARAMETROS-EXIT
      *
           DISPLAY 'AUDIPORT: TOLERANCIA ' WK-TOLERANCIA ' POR CIENTO'
      *
           OPEN INPUT  FFACTRA
           OPEN OUTPUT FRECLAMA
           OPEN OUTPUT FPORTES
      *
           IF FS-FFACTRA NOT = CT-00
              OR FS-FRECLAMA NOT = CT-00
              OR FS-FPORTES NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFACTRA ' ' FS-FRECLAMA
                      ' ' FS-FPORTES
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FFACTRA
              THRU 9000-LEER-FFACTRA-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1050-CARGAR-PARAMETROS                                     *
      *     PORCENTAJE SOBRE LA TARIFA QUE SE ADMITE SIN RECLAMAR      *
      ******************************************************************
       1050-CARGAR-PARAMETROS.
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'TOLPORTE'            TO PARAMETRO-PAR
           MOVE 5                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-TOLERANCIA
      *
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1100-RESOLVER-PARAMETRO                                    *
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
      *     CORTE DE CONTROL POR TRANSPORTISTA: CABECERA AL EMPEZAR Y  *
      *     TOTAL A RECLAMAR AL CERRARLO                               *
      ******************************************************************
       2000-PROCESO.
      *
           IF TRANSPORTISTA-FAC NOT = WK-TRANSP-ANTERIOR
              IF WK-TRANSP-ANTERIOR NOT = SPACES
                 PERFORM 2700-TOTAL-TRANSPORTISTA
                    THRU 2700-TOTAL-TRANSPORTISTA-EXIT
              END-IF
              PERFORM 2050-CABECERA-TRANSP
                 THRU 2050-CABECERA-TRANSP-EXIT
           END-IF
      *
           MOVE FECHA-FACTURA-FAC (1:7)
                                      TO WK-PERIODO
           IF WK-PERIODO < WK-PERIODO-MIN
              MOVE WK-PERIODO         TO WK-PERIODO-MIN
           END-IF
           IF WK-PERIODO > WK-PERIODO-MAX
              MOVE WK-PERIODO         TO WK-PERIODO-MAX
           END-IF
      *
           ADD IMPORTE-FAC            TO WK-FACTURADO-TOTAL
      *
           PERFORM 2100-AUDITAR-LINEA
              THRU 2100-AUDITAR-LINEA-EXIT
      *
           PERFORM 9000-LEER-FFACTRA
              THRU 9000-LEER-FFACTRA-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2050-CABECERA-TRANSP                                       *
      ******************************************************************
       2050-CABECERA-TRANSP.
      *
           MOVE TRANSPORTISTA-FAC     TO WK-TRANSP-ANTERIOR
                                         TRANSPORTISTA-CAB
           MOVE ZEROS                 TO CN-RECLAMADAS-TRA
                                         WK-RECLAMADO-TRA
      *
           WRITE REG-FRECLAMA       FROM LINEA-CAB-TRANSP
      *
           IF FS-FRECLAMA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECLAMA'
              DISPLAY 'PARRAFO: 2050-CABECERA-TRANSP'
              DISPLAY 'FILE STATUS: ' FS-FRECLAMA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2050-CABECERA-TRANSP-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-AUDITAR-LINEA                                         *
      *     ORDEN DE LAS COMPROBACIONES: ENVIO YA FACTURADO, PEDIDO    *
      *     DESCONOCIDO, PEDIDO CANCELADO Y, POR ULTIMO, IMPORTE       *
      *     CONTRA TARIFA. UN ENVIO DUPLICADO O DESCONOCIDO NO SE      *
      *     GUARDA EN PORTES_PEDIDO; EL RESTO SI, PARA QUE UNA SEGUNDA *
      *     FACTURA DEL MISMO ENVIO SALGA COMO DUPLICADA               *
      ******************************************************************
       2100-AUDITAR-LINEA.
      *
           MOVE TRANSPORTISTA-FAC     TO PX-TRANSPORTISTA
           MOVE NUM-SEGUIMIENTO-FAC   TO PX-NUM-SEGUIMIENTO
           MOVE NUM-FACTURA-FAC       TO PX-NUM-FACTURA
           MOVE WK-PERIODO            TO PX-PERIODO
           MOVE IMPORTE-FAC           TO PX-IMPORTE-FACTURADO
           MOVE ZEROS                 TO PX-IMPORTE-ESPERADO
                                         PX-ID-PEDIDO
      *
           EXEC SQL
               SELECT ID_PEDIDO
                 INTO :PX-ID-PEDIDO
                 FROM PORTES_PEDIDO
                WHERE TRANSPORTISTA = :PX-TRANSPORTISTA
                  AND NUM_SEGUIMIENTO = :PX-NUM-SEGUIMIENTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   MOVE CT-MOTIVO-DUPLICADO
                                      TO WK-MOTIVO
                   MOVE IMPORTE-FAC   TO WK-IMPORTE-RECLAMADO
                   ADD CT-1           TO CN-DUPLICADAS
                   PERFORM 2600-ESCRIBIR-RECLAMACION
                      THRU 2600-ESCRIBIR-RECLAMACION-EXIT
                   GO TO 2100-AUDITAR-LINEA-EXIT
              WHEN 100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PORTES_PEDIDO'
                   DISPLAY 'PARRAFO: 2100-AUDITAR-LINEA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE TRANSPORTISTA-FAC     TO TB-TRANSPORTISTA
           MOVE NUM-SEGUIMIENTO-FAC   TO TB-NUM-SEGUIMIENTO
      *
           EXEC SQL
               SELECT ID_PEDIDO
                     ,ESTADO
                     ,COALESCE(TIPO_ENVIO, ' ')
                 INTO :TB-ID-PEDIDO
                     ,:TB-ESTADO
                     ,:TB-TIPO-ENVIO
                 FROM PEDIDOS_CLIENTE
                WHERE TRANSPORTISTA = :TB-TRANSPORTISTA
                  AND NUM_SEGUIMIENTO = :TB-NUM-SEGUIMIENTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   MOVE TB-ID-PEDIDO  TO PX-ID-PEDIDO
              WHEN 100
                   MOVE CT-MOTIVO-DESCONOCIDO
                                      TO WK-MOTIVO
                   MOVE IMPORTE-FAC   TO WK-IMPORTE-RECLAMADO
                   ADD CT-1           TO CN-DESCONOCIDAS
                   PERFORM 2600-ESCRIBIR-RECLAMACION
                      THRU 2600-ESCRIBIR-RECLAMACION-EXIT
                   GO TO 2100-AUDITAR-LINEA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PEDIDOS_CLIENTE'
                   DISPLAY 'PARRAFO: 2100-AUDITAR-LINEA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF TB-ESTADO = CT-CANCELADO
              MOVE CT-MOTIVO-CANCELADO
                                      TO WK-MOTIVO
              MOVE IMPORTE-FAC        TO WK-IMPORTE-RECLAMADO
              MOVE ZEROS              TO PX-IMPORTE-COSTE
              MOVE CT-RECLAMADO       TO PX-ESTADO
              ADD CT-1                TO CN-CANCELADAS
              PERFORM 2600-ESCRIBIR-RECLAMACION
                 THRU 2600-ESCRIBIR-RECLAMACION-EXIT
              PERFORM 2500-GRABAR-PORTE
                 THRU 2500-GRABAR-PORTE-EXIT
              GO TO 2100-AUDITAR-LINEA-EXIT
           END-IF
      *
           PERFORM 2200-BUSCAR-TARIFA
              THRU 2200-BUSCAR-TARIFA-EXIT
      *
      * SIN TARIFA NO HAY CON QUE COMPARAR: SE ACEPTA LO FACTURADO Y
      * SE LISTA PARA QUE COMPRAS DE DE ALTA LA ZONA O LA TARIFA
           IF NO-TARIFA
              MOVE CT-MOTIVO-SIN-TARIFA
                                      TO WK-MOTIVO
              MOVE ZEROS              TO WK-IMPORTE-RECLAMADO
              MOVE IMPORTE-FAC        TO PX-IMPORTE-COSTE
              MOVE CT-ACEPTADO        TO PX-ESTADO
              ADD CT-1                TO CN-SIN-TARIFA
              PERFORM 2600-ESCRIBIR-RECLAMACION
                 THRU 2600-ESCRIBIR-RECLAMACION-EXIT
              PERFORM 2500-GRABAR-PORTE
                 THRU 2500-GRABAR-PORTE-EXIT
              GO TO 2100-AUDITAR-LINEA-EXIT
           END-IF
      *
           MOVE TT-IMPORTE            TO PX-IMPORTE-ESPERADO
           COMPUTE WK-LIMITE ROUNDED =
                   TT-IMPORTE * (100 + WK-TOLERANCIA) / 100
      *
           IF IMPORTE-FAC > WK-LIMITE
              MOVE CT-MOTIVO-SOBRECOSTE
                                      TO WK-MOTIVO
              COMPUTE WK-IMPORTE-RECLAMADO =
                      IMPORTE-FAC - TT-IMPORTE
              MOVE TT-IMPORTE         TO PX-IMPORTE-COSTE
              MOVE CT-RECLAMADO       TO PX-ESTADO
              ADD CT-1                TO CN-SOBRECOSTES
              PERFORM 2600-ESCRIBIR-RECLAMACION
                 THRU 2600-ESCRIBIR-RECLAMACION-EXIT
           ELSE
              MOVE IMPORTE-FAC        TO PX-IMPORTE-COSTE
              MOVE CT-ACEPTADO        TO PX-ESTADO
              ADD CT-1                TO CN-ACEPTADAS
           END-IF
      *
           PERFORM 2500-GRABAR-PORTE
              THRU 2500-GRABAR-PORTE-EXIT
      *
           .
       2100-AUDITAR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-BUSCAR-TARIFA                                         *
      *     ZONA DEL TRANSPORTISTA POR EL PREFIJO DEL CODIGO POSTAL Y  *
      *     TARIFA POR TIPO DE ENVIO DEL PEDIDO Y ZONA                 *
      ******************************************************************
       2200-BUSCAR-TARIFA.
      *
           SET SI-TARIFA              TO TRUE
      *
           MOVE TRANSPORTISTA-FAC     TO ZT-TRANSPORTISTA
           MOVE COD-POSTAL-FAC (1:2)  TO ZT-PREFIJO
      *
           EXEC SQL
               SELECT ZONA
                 INTO :ZT-ZONA
                 FROM ZONAS_TRANSPORTE
                WHERE TRANSPORTISTA = :ZT-TRANSPORTISTA
                  AND PREFIJO = :ZT-PREFIJO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET NO-TARIFA      TO TRUE
                   GO TO 2200-BUSCAR-TARIFA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER ZONAS_TRANSPORTE'
                   DISPLAY 'PARRAFO: 2200-BUSCAR-TARIFA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE TRANSPORTISTA-FAC     TO TT-TRANSPORTISTA
           MOVE TB-TIPO-ENVIO         TO TT-TIPO-ENVIO
           MOVE ZT-ZONA               TO TT-ZONA
      *
           EXEC SQL
               SELECT IMPORTE
                 INTO :TT-IMPORTE
                 FROM TARIFAS_TRANSPORTE
                WHERE TRANSPORTISTA = :TT-TRANSPORTISTA
                  AND TIPO_ENVIO = :TT-TIPO-ENVIO
                  AND ZONA = :TT-ZONA
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET NO-TARIFA      TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER TARIFAS_TRANSPORTE'
                   DISPLAY 'PARRAFO: 2200-BUSCAR-TARIFA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2200-BUSCAR-TARIFA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-GRABAR-PORTE                                          *
      ******************************************************************
       2500-GRABAR-PORTE.
      *
           EXEC SQL
               INSERT INTO PORTES_PEDIDO
                      (TRANSPORTISTA
                      ,NUM_SEGUIMIENTO
                      ,ID_PEDIDO
                      ,NUM_FACTURA
                      ,PERIODO
                      ,IMPORTE_FACTURADO
                      ,IMPORTE_ESPERADO
                      ,IMPORTE_COSTE
                      ,ESTADO)
               VALUES (:PX-TRANSPORTISTA
                      ,:PX-NUM-SEGUIMIENTO
                      ,:PX-ID-PEDIDO
                      ,:PX-NUM-FACTURA
                      ,:PX-PERIODO
                      ,:PX-IMPORTE-FACTURADO
                      ,:PX-IMPORTE-ESPERADO
                      ,:PX-IMPORTE-COSTE
                      ,:PX-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR PORTES_PEDIDO'
              DISPLAY 'PARRAFO: 2500-GRABAR-PORTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-GRABAR-PORTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-ESCRIBIR-RECLAMACION                                  *
      ******************************************************************
       2600-ESCRIBIR-RECLAMACION.
      *
           MOVE NUM-FACTURA-FAC       TO NUM-FACTURA-REC
           MOVE NUM-SEGUIMIENTO-FAC   TO NUM-SEGUIMIENTO-REC
           MOVE PX-ID-PEDIDO          TO PEDIDO-REC
           MOVE IMPORTE-FAC           TO FACTURADO-REC
           MOVE PX-IMPORTE-ESPERADO   TO ESPERADO-REC
           MOVE WK-IMPORTE-RECLAMADO  TO RECLAMADO-REC
           MOVE WK-MOTIVO             TO MOTIVO-REC
      *
           WRITE REG-FRECLAMA       FROM LINEA-RECLAMACION
      *
           IF FS-FRECLAMA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECLAMA'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECLAMACION'
              DISPLAY 'FILE STATUS: ' FS-FRECLAMA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-IMPORTE-RECLAMADO > ZEROS
              ADD CT-1                TO CN-RECLAMADAS-TRA
              ADD WK-IMPORTE-RECLAMADO
                                      TO WK-RECLAMADO-TRA
                                         WK-RECLAMADO-TOTAL
           END-IF
      *
           .
       2600-ESCRIBIR-RECLAMACION-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-TOTAL-TRANSPORTISTA                                   *
      ******************************************************************
       2700-TOTAL-TRANSPORTISTA.
      *
           MOVE CN-RECLAMADAS-TRA     TO LINEAS-TOT
           MOVE WK-RECLAMADO-TRA      TO RECLAMADO-TOT
      *
           WRITE REG-FRECLAMA       FROM LINEA-TOTAL-TRANSP
      *
           IF FS-FRECLAMA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECLAMA'
              DISPLAY 'PARRAFO: 2700-TOTAL-TRANSPORTISTA'
              DISPLAY 'FILE STATUS: ' FS-FRECLAMA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-TOTAL-TRANSPORTISTA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2800-COSTE-POR-PEDIDO                                      *
      *     COSTE DE PORTES ACEPTADO POR PEDIDO EN CADA MES TOCADO POR *
      *     LAS FACTURAS DE ESTA EJECUCION (INCLUYE LO GRABADO ANTES   *
      *     EN ESOS MESES, PARA QUE EL FICHERO SEA EL MES COMPLETO)    *
      ******************************************************************
       2800-COSTE-POR-PEDIDO.
      *
           IF WK-TRANSP-ANTERIOR NOT = SPACES
              PERFORM 2700-TOTAL-TRANSPORTISTA
                 THRU 2700-TOTAL-TRANSPORTISTA-EXIT
           ELSE
              GO TO 2800-COSTE-POR-PEDIDO-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR          TO TRUE
      *
           EXEC SQL
               OPEN CUR-PORTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PORTES'
              DISPLAY 'PARRAFO: 2800-COSTE-POR-PEDIDO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-PORTES
              THRU 9100-LEER-PORTES-EXIT
      *
           PERFORM 2850-ESCRIBIR-PORTES
              THRU 2850-ESCRIBIR-PORTES-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-PORTES
           END-EXEC
      *
           .
       2800-COSTE-POR-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2850-ESCRIBIR-PORTES                                       *
      ******************************************************************
       2850-ESCRIBIR-PORTES.
      *
           MOVE WK-PERIODO            TO PERIODO-POR
           MOVE WK-ID-PEDIDO          TO ID-PEDIDO-POR
           MOVE WK-ENVIOS             TO ENVIOS-POR
           MOVE WK-COSTE-PEDIDO       TO COSTE-POR
      *
           WRITE REG-FPORTES        FROM LINEA-PORTES
      *
           IF FS-FPORTES NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPORTES'
              DISPLAY 'PARRAFO: 2850-ESCRIBIR-PORTES'
              DISPLAY 'FILE STATUS: ' FS-FPORTES
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-PEDIDOS-MES
      *
           PERFORM 9100-LEER-PORTES
              THRU 9100-LEER-PORTES-EXIT
      *
           .
       2850-ESCRIBIR-PORTES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
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
           CLOSE FFACTRA
                 FRECLAMA
                 FPORTES
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   A U D I P O R T        **'
           DISPLAY '***************************************'
           DISPLAY '*LINEAS LEIDAS      : ' CN-LEIDAS '      *'
           DISPLAY '*ACEPTADAS          : ' CN-ACEPTADAS '      *'
           DISPLAY '*DUPLICADAS         : ' CN-DUPLICADAS '      *'
           DISPLAY '*PEDIDO DESCONOCIDO : ' CN-DESCONOCIDAS '      *'
           DISPLAY '*PEDIDO CANCELADO   : ' CN-CANCELADAS '      *'
           DISPLAY '*CON SOBRECOSTE     : ' CN-SOBRECOSTES '      *'
           DISPLAY '*SIN TARIFA         : ' CN-SIN-TARIFA '      *'
           DISPLAY '*PEDIDOS/MES PORTES : ' CN-PEDIDOS-MES '      *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-FFACTRA                                          *
      ******************************************************************
       9000-LEER-FFACTRA.
      *
           READ FFACTRA INTO LINEA-FACTURA
      *
           EVALUATE FS-FFACTRA
              WHEN CT-00
                   ADD CT-1           TO CN-LEIDAS
              WHEN CT-10
                   SET SI-FIN-FFACTRA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FFACTRA'
                   DISPLAY 'PARRAFO: 9000-LEER-FFACTRA'
                   DISPLAY 'FILE STATUS: ' FS-FFACTRA
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FFACTRA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9100-LEER-PORTES                                           *
      ******************************************************************
       9100-LEER-PORTES.
      *
           EXEC SQL
               FETCH CUR-PORTES
                INTO :WK-PERIODO
                    ,:WK-ID-PEDIDO
                    ,:WK-ENVIOS
                    ,:WK-COSTE-PEDIDO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-PORTES'
                   DISPLAY 'PARRAFO: 9100-LEER-PORTES'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-PORTES-EXIT.
           EXIT.
