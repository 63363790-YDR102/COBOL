      ******************************************************************
      ** V A L S T O C K.- VALORACION DEL STOCK AL CIERRE DE MES.    **
      **                   VALORA CADA EXISTENCIA DE STOCK_ALMACEN   **
      **                   AL COSTE MEDIO PONDERADO DE               **
      **                   COSTES_PRODUCTO Y LA TOTALIZA POR ALMACEN **
      **                   Y CATEGORIA, CON EL VALOR DEL MES         **
      **                   ANTERIOR Y LA VARIACION. GUARDA LAS       **
      **                   CIFRAS DEL MES EN VALORACION_STOCK (UNA   **
      **                   REEJECUCION DEL MISMO MES LAS SUSTITUYE). **
      **                   LAS CATEGORIAS Y LOS ALMACENES QUE SE     **
      **                   QUEDAN SIN EXISTENCIAS SALEN A CERO       **
      **                   FRENTE A SU VALOR DEL MES ANTERIOR.       **
      **                   ENVEJECE CADA PRODUCTO POR LOS DIAS DESDE **
      **                   SU ULTIMA VENTA EN PEDIDO_LINEAS Y SU     **
      **                   ULTIMA ENTRADA Y LISTA EL STOCK LENTO Y   **
      **                   SIN MOVIMIENTO (SIN VENTA EN 90, 180 Y    **
      **                   365 DIAS, CONFIGURABLES) CON SU VALOR,    **
      **                   PARA LA PROVISION POR OBSOLESCENCIA. LA   **
      **                   FECHA DE CIERRE LLEGA POR SYSIN.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   VALSTOCK.
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
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FLENTOS  ASSIGN TO FLENTOS
           FILE STATUS FS-FLENTOS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0120).
      *    VALOR DEL STOCK POR ALMACEN Y CATEGORIA
      *
       FD FLENTOS
           RECORDING MODE IS F.
       01  REG-FLENTOS                PIC X(0120).
      *    STOCK LENTO Y SIN MOVIMIENTO CON SU VALOR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FLENTOS             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'VALSTOCK'.
           05  CT-SIN-FECHA           PIC S9(09) COMP VALUE 99999.
      *
       01  CN-CONTADORES.
           05  CN-EXISTENCIAS         PIC 9(05).
           05  CN-CATEGORIAS          PIC 9(05).
           05  CN-LENTOS              PIC 9(05).
           05  CN-SIN-COSTE           PIC 9(05).
           05  CN-SIN-VALOR           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-PROCESO       PIC X(10).
           05  WK-PERIODO             PIC X(07).
           05  WK-PERIODO-ANT         PIC X(07).
           05  WK-DIAS-LENTO          PIC S9(04) COMP.
           05  WK-DIAS-MUY-LENTO      PIC S9(04) COMP.
           05  WK-DIAS-SIN-VENTA      PIC S9(04) COMP.
           05  WK-CATEGORIA           PIC X(30).
           05  WK-NOMBRE              PIC X(50).
           05  WK-COSTE               PIC S9(06)V9(04) COMP-3.
           05  WK-DIAS-VENTA          PIC S9(09) COMP.
           05  WK-DIAS-ENTRADA        PIC S9(09) COMP.
           05  WK-DIAS-ANTIGUEDAD     PIC S9(09) COMP.
           05  WK-VALOR-EXISTENCIA    PIC S9(09)V9(02) COMP-3.
           05  WK-ALMACEN-ANT         PIC X(02).
           05  WK-CATEGORIA-ANT       PIC X(30).
      *
      * ACUMULADOS DE LA CATEGORIA, DEL ALMACEN Y DEL TOTAL
       01  WK-ACUMULADOS.
           05  WK-UNIDADES-CAT        PIC S9(09) COMP-3.
           05  WK-VALOR-CAT           PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-90-CAT        PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-180-CAT       PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-365-CAT       PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-ANT-CAT       PIC S9(11)V9(02) COMP-3.
           05  WK-UNIDADES-ALM        PIC S9(09) COMP-3.
           05  WK-VALOR-ALM           PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-LENTO-ALM     PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-ANT-ALM       PIC S9(11)V9(02) COMP-3.
           05  WK-UNIDADES-TOT        PIC S9(09) COMP-3.
           05  WK-VALOR-TOT           PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-LENTO-TOT     PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-ANT-TOT       PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-90-TOT        PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-180-TOT       PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-365-TOT       PIC S9(11)V9(02) COMP-3.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(04) VALUE 'AL'.
           05  FILLER                 PIC X(32) VALUE 'CATEGORIA'.
           05  FILLER                 PIC X(13) VALUE '     UNIDADES'.
           05  FILLER                 PIC X(18) VALUE
               '             VALOR'.
           05  FILLER                 PIC X(18) VALUE
               '      MES ANTERIOR'.
           05  FILLER                 PIC X(18) VALUE
               '         VARIACION'.
           05  FILLER                 PIC X(17) VALUE
               '   VALOR LENTO'.
      *
       01  LINEA-CATEGORIA.
           05  ALMACEN-CAT            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CATEGORIA-CAT          PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  UNIDADES-CAT           PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-CAT              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VALOR-ANT-CAT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VARIACION-CAT          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VALOR-LENTO-CAT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LINEA-TOTAL.
           05  TITULO-TOT             PIC X(36).
           05  UNIDADES-TOT           PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-TOT              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VALOR-ANT-TOT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VARIACION-TOT          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  VALOR-LENTO-TOT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LINEA-CABECERA-LENTOS.
           05  FILLER                 PIC X(11) VALUE 'AL  PROD.  '.
           05  FILLER                 PIC X(27) VALUE 'NOMBRE'.
           05  FILLER                 PIC X(22) VALUE 'CATEGORIA'.
           05  FILLER                 PIC X(08) VALUE ' STOCK'.
           05  FILLER                 PIC X(16) VALUE
               '           VALOR'.
           05  FILLER                 PIC X(08) VALUE ' D.VENTA'.
           05  FILLER                 PIC X(08) VALUE ' D.ENTR.'.
           05  FILLER                 PIC X(20) VALUE '  TRAMO'.
      *
       01  LINEA-LENTO.
           05  ALMACEN-LEN            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ID-PRODUCTO-LEN        PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-LEN             PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CATEGORIA-LEN          PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  STOCK-LEN              PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-LEN              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-VENTA-LEN         PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DIAS-ENTRADA-LEN       PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  TRAMO-LEN              PIC X(14).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  LINEA-TOTAL-LENTOS.
           05  FILLER                 PIC X(12) VALUE 'SIN VENTA '.
           05  DIAS-90-TLE            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  VALOR-90-TLE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DIAS-180-TLE           PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  VALOR-180-TLE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DIAS-365-TLE           PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  VALOR-365-TLE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-PRIMERA-VEZ         PIC X(01).
               88  SI-PRIMERA-VEZ               VALUE 'S'.
               88  NO-PRIMERA-VEZ               VALUE 'N'.
           05  SW-FIN-SIN-VALOR       PIC X(01).
               88  SI-FIN-SIN-VALOR             VALUE 'S'.
               88  NO-FIN-SIN-VALOR             VALUE 'N'.
           05  SW-FIN-ALM-SIN-VALOR   PIC X(01).
               88  SI-FIN-ALM-SIN-VALOR         VALUE 'S'.
               88  NO-FIN-ALM-SIN-VALOR         VALUE 'N'.
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
      *--------DCLGEN STOCK_ALMACEN-------*
      *
           EXEC SQL
               INCLUDE TBSTOALM
           END-EXEC.
      *
      *--------DCLGEN VALORACION_STOCK----*
      *
           EXEC SQL
               INCLUDE TBVALSTO
           END-EXEC.
      *
      *--------CURSOR DE EXISTENCIAS A COSTE MEDIO, CON LOS DIAS DESDE-*
      *--------LA ULTIMA VENTA Y LA ULTIMA ENTRADA DE CADA PRODUCTO----*
      *
           EXEC SQL
               DECLARE CUR-VALORACION CURSOR FOR
               SELECT S.ALMACEN
                     ,COALESCE(P.CATEGORIA, ' ')
                     ,S.ID_PRODUCTO
                     ,COALESCE(P.NOMBRE, ' ')
                     ,S.STOCK
                     ,COALESCE(C.COSTE_MEDIO, 0)
                     ,COALESCE(DAYS(DATE(:WK-FECHA-PROCESO))
                      - DAYS((SELECT MAX(PC.FECHA_PEDIDO)
                                FROM PEDIDO_LINEAS L
                                INNER JOIN PEDIDOS_CLIENTE PC
                                  ON PC.ID_PEDIDO = L.ID_PEDIDO
                               WHERE L.ID_PRODUCTO = S.ID_PRODUCTO
                                 AND PC.ESTADO <> 'CANCELADO'
                                 AND PC.FECHA_PEDIDO <=
                                     DATE(:WK-FECHA-PROCESO))),
                      :CT-SIN-FECHA)
                     ,COALESCE(DAYS(DATE(:WK-FECHA-PROCESO))
                      - DAYS((SELECT MAX(R.FECHA_RECEPCION)
                                FROM PEDIDOS_PROVEEDOR R
                               WHERE R.ID_PRODUCTO = S.ID_PRODUCTO
                                 AND R.FECHA_RECEPCION <=
                                     DATE(:WK-FECHA-PROCESO))),
                      :CT-SIN-FECHA)
                 FROM STOCK_ALMACEN S
                 INNER JOIN PRODUCTOS P
                   ON P.ID_PRODUCTO = S.ID_PRODUCTO
                 LEFT OUTER JOIN COSTES_PRODUCTO C
                   ON C.ID_PRODUCTO = S.ID_PRODUCTO
                WHERE S.STOCK > 0
                ORDER BY S.ALMACEN
                        ,2
                        ,S.ID_PRODUCTO
           END-EXEC.
      *
      *--------CATEGORIAS DEL ALMACEN CON VALOR EL MES ANTERIOR Y SIN--*
      *--------EXISTENCIAS ESTE MES------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-SIN-VALOR CURSOR FOR
               SELECT A.CATEGORIA
                     ,A.VALOR
                 FROM VALORACION_STOCK A
                WHERE A.PERIODO = :WK-PERIODO-ANT
                  AND A.ALMACEN = :WK-ALMACEN-ANT
                  AND A.VALOR <> 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM VALORACION_STOCK B
                        WHERE B.PERIODO = :WK-PERIODO
                          AND B.ALMACEN = A.ALMACEN
                          AND B.CATEGORIA = A.CATEGORIA)
                ORDER BY A.CATEGORIA
           END-EXEC.
      *
      *--------ALMACENES CON VALOR EL MES ANTERIOR Y SIN EXISTENCIAS---*
      *--------ESTE MES------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-ALM-SIN-VALOR CURSOR FOR
               SELECT DISTINCT A.ALMACEN
                 FROM VALORACION_STOCK A
                WHERE A.PERIODO = :WK-PERIODO-ANT
                  AND A.VALOR <> 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM VALORACION_STOCK B
                        WHERE B.PERIODO = :WK-PERIODO
                          AND B.ALMACEN = A.ALMACEN)
                ORDER BY A.ALMACEN
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
           PERFORM 2800-CORTE-FINAL
              THRU 2800-CORTE-FINAL-EXIT
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
                      WK-ACUMULADOS
      *
           SET NO-FIN-CURSOR          TO TRUE
           SET SI-PRIMERA-VEZ         TO TRUE
      *
           ACCEPT WK-FECHA-PROCESO  FROM SYSIN
      *
           IF WK-FECHA-PROCESO = SPACES
              DISPLAY 'VALSTOCK: FALTA LA FECHA DE PROCESO EN SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1050-CARGAR-PARAMETROS
              THRU 1050-CARGAR-PARAMETROS-EXIT
      *
           PERFORM 1200-PREPARAR-PERIODO
              THRU 1200-PREPARAR-PERIODO-EXIT
      *
           DISPLAY 'VALSTOCK: CIERRE ' WK-FECHA-PROCESO
                   ' PERIODO ' WK-PERIODO
                   ' ANTERIOR ' WK-PERIODO-ANT
      *
           OPEN OUTPUT FINFORME
           OPEN OUTPUT FLENTOS
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FLENTOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FLENTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FINFORME       FROM LINEA-CABECERA
           WRITE REG-FLENTOS        FROM LINEA-CABECERA-LENTOS
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FLENTOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR CABECERAS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FLENTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-VALORACION
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-VALORACION'
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
      *     1050-CARGAR-PARAMETROS                                     *
      *     TRAMOS DE DIAS SIN VENTA: LENTO, MUY LENTO Y SIN VENTA     *
      ******************************************************************
       1050-CARGAR-PARAMETROS.
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASLENTO'           TO PARAMETRO-PAR
           MOVE 90                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-LENTO
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASMUYLENTO'        TO PARAMETRO-PAR
           MOVE 180                   TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-MUY-LENTO
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASSINVENTA'        TO PARAMETRO-PAR
           MOVE 365                   TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-SIN-VENTA
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
      *     1200-PREPARAR-PERIODO                                      *
      *     MES DE LA FECHA DE CIERRE Y MES ANTERIOR; LAS CIFRAS QUE   *
      *     HUBIERA DEL MES (REEJECUCION) SE BORRAN PARA SUSTITUIRLAS  *
      ******************************************************************
       1200-PREPARAR-PERIODO.
      *
           EXEC SQL
               SELECT SUBSTR(CHAR(DATE(:WK-FECHA-PROCESO), ISO), 1, 7)
                     ,SUBSTR(CHAR(DATE(:WK-FECHA-PROCESO) - 1 MONTH,
                                  ISO), 1, 7)
                 INTO :WK-PERIODO
                     ,:WK-PERIODO-ANT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'VALSTOCK: FECHA DE PROCESO NO VALIDA '
                      WK-FECHA-PROCESO
              DISPLAY 'PARRAFO: 1200-PREPARAR-PERIODO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE WK-PERIODO            TO VS-PERIODO
      *
           EXEC SQL
               DELETE FROM VALORACION_STOCK
                WHERE PERIODO = :VS-PERIODO
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR VALORACION_STOCK'
              DISPLAY 'PARRAFO: 1200-PREPARAR-PERIODO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1200-PREPARAR-PERIODO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CORTES DE CONTROL POR ALMACEN Y CATEGORIA                  *
      ******************************************************************
       2000-PROCESO.
      *
           IF NO-PRIMERA-VEZ
              IF SA-ALMACEN NOT = WK-ALMACEN-ANT
                 OR WK-CATEGORIA NOT = WK-CATEGORIA-ANT
                 PERFORM 2500-CORTE-CATEGORIA
                    THRU 2500-CORTE-CATEGORIA-EXIT
              END-IF
              IF SA-ALMACEN NOT = WK-ALMACEN-ANT
                 PERFORM 2600-CORTE-ALMACEN
                    THRU 2600-CORTE-ALMACEN-EXIT
              END-IF
           END-IF
      *
           SET NO-PRIMERA-VEZ         TO TRUE
           MOVE SA-ALMACEN            TO WK-ALMACEN-ANT
           MOVE WK-CATEGORIA          TO WK-CATEGORIA-ANT
      *
           COMPUTE WK-VALOR-EXISTENCIA ROUNDED = SA-STOCK * WK-COSTE
      *
           IF WK-COSTE = ZEROS
              ADD CT-1                TO CN-SIN-COSTE
           END-IF
      *
           ADD CT-1                   TO CN-EXISTENCIAS
           ADD SA-STOCK               TO WK-UNIDADES-CAT
           ADD WK-VALOR-EXISTENCIA    TO WK-VALOR-CAT
      *
           PERFORM 2100-ENVEJECER
              THRU 2100-ENVEJECER-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-ENVEJECER                                             *
      *     LA ANTIGUEDAD ES LA DE LA ULTIMA VENTA; UN PRODUCTO QUE    *
      *     NUNCA SE HA VENDIDO CUENTA DESDE SU ULTIMA ENTRADA         *
      ******************************************************************
       2100-ENVEJECER.
      *
           IF WK-DIAS-VENTA < CT-SIN-FECHA
              MOVE WK-DIAS-VENTA      TO WK-DIAS-ANTIGUEDAD
           ELSE
              MOVE WK-DIAS-ENTRADA    TO WK-DIAS-ANTIGUEDAD
           END-IF
      *
           EVALUATE TRUE
              WHEN WK-DIAS-ANTIGUEDAD NOT < WK-DIAS-SIN-VENTA
                   MOVE 'SIN MOVIMIENTO'
                                      TO TRAMO-LEN
                   ADD WK-VALOR-EXISTENCIA
                                      TO WK-VALOR-365-CAT
              WHEN WK-DIAS-ANTIGUEDAD NOT < WK-DIAS-MUY-LENTO
                   MOVE 'MUY LENTO'   TO TRAMO-LEN
                   ADD WK-VALOR-EXISTENCIA
                                      TO WK-VALOR-180-CAT
              WHEN WK-DIAS-ANTIGUEDAD NOT < WK-DIAS-LENTO
                   MOVE 'LENTO'       TO TRAMO-LEN
                   ADD WK-VALOR-EXISTENCIA
                                      TO WK-VALOR-90-CAT
              WHEN OTHER
                   GO TO 2100-ENVEJECER-EXIT
           END-EVALUATE
      *
           MOVE SA-ALMACEN            TO ALMACEN-LEN
           MOVE SA-ID-PRODUCTO        TO ID-PRODUCTO-LEN
           MOVE WK-NOMBRE             TO NOMBRE-LEN
           MOVE WK-CATEGORIA          TO CATEGORIA-LEN
           MOVE SA-STOCK              TO STOCK-LEN
           MOVE WK-VALOR-EXISTENCIA   TO VALOR-LEN
           MOVE WK-DIAS-VENTA         TO DIAS-VENTA-LEN
           MOVE WK-DIAS-ENTRADA       TO DIAS-ENTRADA-LEN
      *
           WRITE REG-FLENTOS        FROM LINEA-LENTO
      *
           IF FS-FLENTOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLENTOS'
              DISPLAY 'PARRAFO: 2100-ENVEJECER'
              DISPLAY 'FILE STATUS: ' FS-FLENTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-LENTOS
      *
           .
       2100-ENVEJECER-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-CORTE-CATEGORIA                                       *
      *     GRABA LAS CIFRAS DEL MES, LAS COMPARA CON LAS DEL MES      *
      *     ANTERIOR E IMPRIME LA LINEA DE LA CATEGORIA                *
      ******************************************************************
       2500-CORTE-CATEGORIA.
      *
           MOVE WK-PERIODO-ANT        TO VS-PERIODO
           MOVE WK-ALMACEN-ANT        TO VS-ALMACEN
           MOVE WK-CATEGORIA-ANT      TO VS-CATEGORIA
      *
           EXEC SQL
               SELECT VALOR
                 INTO :VS-VALOR
                 FROM VALORACION_STOCK
                WHERE PERIODO = :VS-PERIODO
                  AND ALMACEN = :VS-ALMACEN
                  AND CATEGORIA = :VS-CATEGORIA
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   MOVE VS-VALOR      TO WK-VALOR-ANT-CAT
              WHEN 100
                   MOVE ZEROS         TO WK-VALOR-ANT-CAT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER VALORACION_STOCK'
                   DISPLAY 'PARRAFO: 2500-CORTE-CATEGORIA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-PERIODO            TO VS-PERIODO
           MOVE WK-UNIDADES-CAT       TO VS-UNIDADES
           MOVE WK-VALOR-CAT          TO VS-VALOR
           MOVE WK-VALOR-90-CAT       TO VS-VALOR-90
           MOVE WK-VALOR-180-CAT      TO VS-VALOR-180
           MOVE WK-VALOR-365-CAT      TO VS-VALOR-365
           MOVE WK-FECHA-PROCESO      TO VS-FECHA-CALCULO
      *
           EXEC SQL
               INSERT INTO VALORACION_STOCK
                      (PERIODO
                      ,ALMACEN
                      ,CATEGORIA
                      ,UNIDADES
                      ,VALOR
                      ,VALOR_90
                      ,VALOR_180
                      ,VALOR_365
                      ,FECHA_CALCULO)
               VALUES (:VS-PERIODO
                      ,:VS-ALMACEN
                      ,:VS-CATEGORIA
                      ,:VS-UNIDADES
                      ,:VS-VALOR
                      ,:VS-VALOR-90
                      ,:VS-VALOR-180
                      ,:VS-VALOR-365
                      ,DATE(:VS-FECHA-CALCULO))
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN VALORACION_STOCK'
              DISPLAY 'PARRAFO: 2500-CORTE-CATEGORIA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-ALMACEN-ANT        TO ALMACEN-CAT
           MOVE WK-CATEGORIA-ANT      TO CATEGORIA-CAT
           MOVE WK-UNIDADES-CAT       TO UNIDADES-CAT
           MOVE WK-VALOR-CAT          TO VALOR-CAT
           MOVE WK-VALOR-ANT-CAT      TO VALOR-ANT-CAT
           COMPUTE VARIACION-CAT = WK-VALOR-CAT - WK-VALOR-ANT-CAT
           COMPUTE VALOR-LENTO-CAT = WK-VALOR-90-CAT
                                   + WK-VALOR-180-CAT
                                   + WK-VALOR-365-CAT
      *
           WRITE REG-FINFORME       FROM LINEA-CATEGORIA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-CORTE-CATEGORIA'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-CATEGORIAS
           ADD WK-UNIDADES-CAT        TO WK-UNIDADES-ALM
           ADD WK-VALOR-CAT           TO WK-VALOR-ALM
           ADD WK-VALOR-90-CAT        TO WK-VALOR-LENTO-ALM
                                         WK-VALOR-90-TOT
           ADD WK-VALOR-180-CAT       TO WK-VALOR-LENTO-ALM
                                         WK-VALOR-180-TOT
           ADD WK-VALOR-365-CAT       TO WK-VALOR-LENTO-ALM
                                         WK-VALOR-365-TOT
      *
           MOVE ZEROS                 TO WK-UNIDADES-CAT
                                         WK-VALOR-CAT
                                         WK-VALOR-90-CAT
                                         WK-VALOR-180-CAT
                                         WK-VALOR-365-CAT
                                         WK-VALOR-ANT-CAT
      *
           .
       2500-CORTE-CATEGORIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-CORTE-ALMACEN                                         *
      *     LAS CATEGORIAS QUE SE HAN QUEDADO SIN EXISTENCIAS SALEN    *
      *     CON VALOR CERO; EL MES ANTERIOR DEL ALMACEN ES LA SUMA DE  *
      *     TODO LO GRABADO ENTONCES, TENGA HOY EXISTENCIAS O NO       *
      ******************************************************************
       2600-CORTE-ALMACEN.
      *
           PERFORM 2610-CATEGORIAS-SIN-VALOR
              THRU 2610-CATEGORIAS-SIN-VALOR-EXIT
      *
           MOVE WK-PERIODO-ANT        TO VS-PERIODO
           MOVE WK-ALMACEN-ANT        TO VS-ALMACEN
      *
           EXEC SQL
               SELECT COALESCE(SUM(VALOR), 0)
                 INTO :WK-VALOR-ANT-ALM
                 FROM VALORACION_STOCK
                WHERE PERIODO = :VS-PERIODO
                  AND ALMACEN = :VS-ALMACEN
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER VALORACION_STOCK'
              DISPLAY 'PARRAFO: 2600-CORTE-ALMACEN'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                TO TITULO-TOT
           STRING 'TOTAL ALMACEN '    DELIMITED BY SIZE
                  WK-ALMACEN-ANT      DELIMITED BY SIZE
             INTO TITULO-TOT
           MOVE WK-UNIDADES-ALM       TO UNIDADES-TOT
           MOVE WK-VALOR-ALM          TO VALOR-TOT
           MOVE WK-VALOR-ANT-ALM      TO VALOR-ANT-TOT
           COMPUTE VARIACION-TOT = WK-VALOR-ALM - WK-VALOR-ANT-ALM
           MOVE WK-VALOR-LENTO-ALM    TO VALOR-LENTO-TOT
      *
           PERFORM 2650-ESCRIBIR-TOTAL
              THRU 2650-ESCRIBIR-TOTAL-EXIT
      *
           ADD WK-UNIDADES-ALM        TO WK-UNIDADES-TOT
           ADD WK-VALOR-ALM           TO WK-VALOR-TOT
           ADD WK-VALOR-LENTO-ALM     TO WK-VALOR-LENTO-TOT
      *
           MOVE ZEROS                 TO WK-UNIDADES-ALM
                                         WK-VALOR-ALM
                                         WK-VALOR-ANT-ALM
                                         WK-VALOR-LENTO-ALM
      *
           .
       2600-CORTE-ALMACEN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2610-CATEGORIAS-SIN-VALOR                                  *
      *     CATEGORIAS DEL ALMACEN QUE TENIAN VALOR EL MES ANTERIOR Y  *
      *     NO TIENEN EXISTENCIAS ESTE MES                             *
      ******************************************************************
       2610-CATEGORIAS-SIN-VALOR.
      *
           EXEC SQL
               OPEN CUR-SIN-VALOR
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-SIN-VALOR'
              DISPLAY 'PARRAFO: 2610-CATEGORIAS-SIN-VALOR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-SIN-VALOR       TO TRUE
      *
           PERFORM 2630-LEER-SIN-VALOR
              THRU 2630-LEER-SIN-VALOR-EXIT
      *
           PERFORM 2620-LINEA-SIN-VALOR
              THRU 2620-LINEA-SIN-VALOR-EXIT
             UNTIL SI-FIN-SIN-VALOR
      *
           EXEC SQL
               CLOSE CUR-SIN-VALOR
           END-EXEC
      *
           .
       2610-CATEGORIAS-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2620-LINEA-SIN-VALOR                                       *
      ******************************************************************
       2620-LINEA-SIN-VALOR.
      *
           MOVE WK-ALMACEN-ANT        TO ALMACEN-CAT
           MOVE VS-CATEGORIA          TO CATEGORIA-CAT
           MOVE ZEROS                 TO UNIDADES-CAT
                                         VALOR-CAT
                                         VALOR-LENTO-CAT
           MOVE VS-VALOR              TO VALOR-ANT-CAT
           COMPUTE VARIACION-CAT = ZEROS - VS-VALOR
      *
           WRITE REG-FINFORME       FROM LINEA-CATEGORIA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2620-LINEA-SIN-VALOR'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-SIN-VALOR
      *
           PERFORM 2630-LEER-SIN-VALOR
              THRU 2630-LEER-SIN-VALOR-EXIT
      *
           .
       2620-LINEA-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2630-LEER-SIN-VALOR                                        *
      ******************************************************************
       2630-LEER-SIN-VALOR.
      *
           EXEC SQL
               FETCH CUR-SIN-VALOR
                INTO :VS-CATEGORIA
                    ,:VS-VALOR
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-SIN-VALOR
                                      TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-SIN-VALOR'
                   DISPLAY 'PARRAFO: 2630-LEER-SIN-VALOR'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2630-LEER-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2650-ESCRIBIR-TOTAL                                        *
      ******************************************************************
       2650-ESCRIBIR-TOTAL.
      *
           WRITE REG-FINFORME       FROM LINEA-TOTAL
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2650-ESCRIBIR-TOTAL'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2650-ESCRIBIR-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2800-CORTE-FINAL                                           *
      *     ULTIMA CATEGORIA Y ULTIMO ALMACEN, ALMACENES QUE SE HAN    *
      *     QUEDADO SIN EXISTENCIAS, TOTAL GENERAL (EL MES ANTERIOR    *
      *     ES LA SUMA DE TODO LO GRABADO ENTONCES) Y TOTAL DEL STOCK  *
      *     LENTO POR TRAMOS                                           *
      ******************************************************************
       2800-CORTE-FINAL.
      *
           IF NO-PRIMERA-VEZ
              PERFORM 2500-CORTE-CATEGORIA
                 THRU 2500-CORTE-CATEGORIA-EXIT
              PERFORM 2600-CORTE-ALMACEN
                 THRU 2600-CORTE-ALMACEN-EXIT
           END-IF
      *
           PERFORM 2810-ALMACENES-SIN-VALOR
              THRU 2810-ALMACENES-SIN-VALOR-EXIT
      *
           MOVE WK-PERIODO-ANT        TO VS-PERIODO
      *
           EXEC SQL
               SELECT COALESCE(SUM(VALOR), 0)
                 INTO :WK-VALOR-ANT-TOT
                 FROM VALORACION_STOCK
                WHERE PERIODO = :VS-PERIODO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER VALORACION_STOCK'
              DISPLAY 'PARRAFO: 2800-CORTE-FINAL'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'TOTAL GENERAL'       TO TITULO-TOT
           MOVE WK-UNIDADES-TOT       TO UNIDADES-TOT
           MOVE WK-VALOR-TOT          TO VALOR-TOT
           MOVE WK-VALOR-ANT-TOT      TO VALOR-ANT-TOT
           COMPUTE VARIACION-TOT = WK-VALOR-TOT - WK-VALOR-ANT-TOT
           MOVE WK-VALOR-LENTO-TOT    TO VALOR-LENTO-TOT
      *
           PERFORM 2650-ESCRIBIR-TOTAL
              THRU 2650-ESCRIBIR-TOTAL-EXIT
      *
           MOVE WK-DIAS-LENTO         TO DIAS-90-TLE
           MOVE WK-VALOR-90-TOT       TO VALOR-90-TLE
           MOVE WK-DIAS-MUY-LENTO     TO DIAS-180-TLE
           MOVE WK-VALOR-180-TOT      TO VALOR-180-TLE
           MOVE WK-DIAS-SIN-VENTA     TO DIAS-365-TLE
           MOVE WK-VALOR-365-TOT      TO VALOR-365-TLE
      *
           WRITE REG-FLENTOS        FROM LINEA-TOTAL-LENTOS
      *
           IF FS-FLENTOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLENTOS'
              DISPLAY 'PARRAFO: 2800-CORTE-FINAL'
              DISPLAY 'FILE STATUS: ' FS-FLENTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2800-CORTE-FINAL-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2810-ALMACENES-SIN-VALOR                                   *
      *     CADA ALMACEN QUE TENIA VALOR EL MES ANTERIOR Y NO TIENE    *
      *     EXISTENCIAS ESTE MES SALE CON SUS CATEGORIAS A CERO Y SU   *
      *     TOTAL, DETRAS DE LOS ALMACENES CON EXISTENCIAS             *
      ******************************************************************
       2810-ALMACENES-SIN-VALOR.
      *
           EXEC SQL
               OPEN CUR-ALM-SIN-VALOR
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ALM-SIN-VALOR'
              DISPLAY 'PARRAFO: 2810-ALMACENES-SIN-VALOR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-ALM-SIN-VALOR   TO TRUE
      *
           PERFORM 2830-LEER-ALM-SIN-VALOR
              THRU 2830-LEER-ALM-SIN-VALOR-EXIT
      *
           PERFORM 2820-ALMACEN-SIN-VALOR
              THRU 2820-ALMACEN-SIN-VALOR-EXIT
             UNTIL SI-FIN-ALM-SIN-VALOR
      *
           EXEC SQL
               CLOSE CUR-ALM-SIN-VALOR
           END-EXEC
      *
           .
       2810-ALMACENES-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2820-ALMACEN-SIN-VALOR                                     *
      ******************************************************************
       2820-ALMACEN-SIN-VALOR.
      *
           MOVE VS-ALMACEN            TO WK-ALMACEN-ANT
      *
           PERFORM 2600-CORTE-ALMACEN
              THRU 2600-CORTE-ALMACEN-EXIT
      *
           PERFORM 2830-LEER-ALM-SIN-VALOR
              THRU 2830-LEER-ALM-SIN-VALOR-EXIT
      *
           .
       2820-ALMACEN-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2830-LEER-ALM-SIN-VALOR                                    *
      ******************************************************************
       2830-LEER-ALM-SIN-VALOR.
      *
           EXEC SQL
               FETCH CUR-ALM-SIN-VALOR
                INTO :VS-ALMACEN
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-ALM-SIN-VALOR
                                      TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-ALM-SIN-VALOR'
                   DISPLAY 'PARRAFO: 2830-LEER-ALM-SIN-VALOR'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2830-LEER-ALM-SIN-VALOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-VALORACION
           END-EXEC
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
           CLOSE FINFORME
                 FLENTOS
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   V A L S T O C K        **'
           DISPLAY '***************************************'
           DISPLAY '*EXISTENCIAS        : ' CN-EXISTENCIAS '      *'
           DISPLAY '*CATEGORIAS GRABADAS: ' CN-CATEGORIAS '      *'
           DISPLAY '*STOCK LENTO        : ' CN-LENTOS '      *'
           DISPLAY '*SIN COSTE MEDIO    : ' CN-SIN-COSTE '      *'
           DISPLAY '*CATEG. SIN VALOR   : ' CN-SIN-VALOR '      *'
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
               FETCH CUR-VALORACION
                INTO :SA-ALMACEN
                    ,:WK-CATEGORIA
                    ,:SA-ID-PRODUCTO
                    ,:WK-NOMBRE
                    ,:SA-STOCK
                    ,:WK-COSTE
                    ,:WK-DIAS-VENTA
                    ,:WK-DIAS-ENTRADA
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-VALORACION'
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
