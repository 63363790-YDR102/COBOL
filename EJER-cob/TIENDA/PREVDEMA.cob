      ******************************************************************
      ** P R E V D E M A.- PREVISION SEMANAL DE DEMANDA Y PUNTOS DE  **
      **                   PEDIDO. CON LAS VENTAS DE PEDIDO_LINEAS   **
      **                   (PEDIDOS NO CANCELADOS) DE LOS ULTIMOS    **
      **                   DIASHIST DIAS HASTA LA FECHA DE PROCESO   **
      **                   CALCULA, POR PRODUCTO, LA DEMANDA MEDIA   **
      **                   DIARIA Y SU DESVIACION (LOS DIAS SIN      **
      **                   VENTA CUENTAN COMO DEMANDA CERO). CON EL  **
      **                   PLAZO DEL PROVEEDOR MAS RAPIDO OBTIENE EL **
      **                   STOCK DE SEGURIDAD (FACTORSEG POR LA      **
      **                   DESVIACION DURANTE EL PLAZO), EL PUNTO DE **
      **                   PEDIDO (DEMANDA DEL PLAZO MAS SEGURIDAD,  **
      **                   NUNCA INFERIOR A PUNTOMIN UNIDADES) Y LA  **
      **                   CANTIDAD A PEDIR (DEMANDA DE              **
      **                   DIASCOBER DIAS), QUE GRABA EN             **
      **                   PREVISION_DEMANDA PARA RUTSTOCK Y         **
      **                   GENPEDPR. CLASIFICA LOS PRODUCTOS ABC POR **
      **                   VALOR VENDIDO (A HASTA PCTCLASEA DEL      **
      **                   VALOR ACUMULADO, B HASTA PCTCLASEB, C EL  **
      **                   RESTO) Y EMITE EL PLAN DE RECUENTO        **
      **                   CICLICO: LOS PRODUCTOS CUYO ULTIMO        **
      **                   RECUENTO (LO ANOTA CICLOCNT) ES MAS       **
      **                   ANTIGUO QUE LA FRECUENCIA DE SU CLASE     **
      **                   (FRECCNTA, FRECCNTB, FRECCNTC DIAS).      **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PREVDEMA.
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
           SELECT FPLANCNT ASSIGN TO FPLANCNT
           FILE STATUS FS-FPLANCNT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0120).
      *    PREVISION, PUNTO DE PEDIDO Y CLASE ABC POR PRODUCTO
      *
       FD FPLANCNT
           RECORDING MODE IS F.
       01  REG-FPLANCNT               PIC X(0080).
      *    PRODUCTOS A CONTAR EN EL RECUENTO CICLICO DE LA SEMANA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FPLANCNT            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'PREVDEMA'.
           05  CT-MAX-CANTIDAD        PIC 9(05) VALUE 99999.
      *
       01  CN-CONTADORES.
           05  CN-PRODUCTOS           PIC 9(05).
           05  CN-CON-VENTAS          PIC 9(05).
           05  CN-CLASE-A             PIC 9(05).
           05  CN-CLASE-B             PIC 9(05).
           05  CN-CLASE-C             PIC 9(05).
           05  CN-A-CONTAR            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-PROCESO       PIC X(10).
           05  WK-DIAS-HISTORIA       PIC S9(04) COMP.
           05  WK-FACTOR-SEGURIDAD    PIC S9(03)V9(03) COMP-3.
           05  WK-DIAS-COBERTURA      PIC S9(04) COMP.
           05  WK-PCT-CLASE-A         PIC S9(03) COMP-3.
           05  WK-PCT-CLASE-B         PIC S9(03) COMP-3.
           05  WK-FREC-CLASE-A        PIC S9(04) COMP.
           05  WK-FREC-CLASE-B        PIC S9(04) COMP.
           05  WK-FREC-CLASE-C        PIC S9(04) COMP.
           05  WK-PUNTO-MINIMO        PIC S9(05) COMP-3.
           05  WK-FRECUENCIA          PIC S9(04) COMP.
           05  WK-VALOR-TOTAL         PIC S9(11)V9(02) COMP-3.
           05  WK-VALOR-ACUMULADO     PIC S9(11)V9(02) COMP-3.
           05  WK-PCT-ACUMULADO       PIC S9(03)V9(02) COMP-3.
           05  WK-NOMBRE              PIC X(50).
           05  WK-UNIDADES            PIC S9(09) COMP-3.
           05  WK-CUADRADOS           PIC S9(15) COMP-3.
           05  WK-VALOR               PIC S9(09)V9(02) COMP-3.
           05  WK-PLAZO               PIC S9(09) COMP.
           05  WK-DIAS-SIN-CONTAR     PIC S9(09) COMP.
           05  WK-MEDIA               PIC S9(05)V9(04) COMP-3.
           05  WK-VARIANZA            PIC S9(09)V9(04) COMP-3.
           05  WK-DESVIACION          PIC S9(05)V9(04) COMP-3.
      *
       01  LINEA-PREVISION.
           05  ID-PRODUCTO-PRV        PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLASE-PRV              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MEDIA-PRV              PIC ZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESVIACION-PRV         PIC ZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PLAZO-PRV              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SEGURIDAD-PRV          PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PUNTO-PEDIDO-PRV       PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CANTIDAD-PRV           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALOR-PRV              PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-PRV             PIC X(40).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  LINEA-RECUENTO.
           05  ID-PRODUCTO-CNT        PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLASE-CNT              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIAS-SIN-CONTAR-CNT    PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-CNT             PIC X(50).
           05  FILLER                 PIC X(14) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
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
      *--------DCLGEN PREVISION_DEMANDA---*
      *
           EXEC SQL
               INCLUDE TBPREDEM
           END-EXEC.
      *
      *--------CURSOR DE PRODUCTOS CON SUS VENTAS DIARIAS AGREGADAS----*
      *--------DE MAYOR A MENOR VALOR VENDIDO PARA LA CLASIFICACION ABC*
      *
           EXEC SQL
               DECLARE CUR-DEMANDA CURSOR FOR
               SELECT P.ID_PRODUCTO
                     ,COALESCE(P.NOMBRE, ' ')
                     ,COALESCE(D.UNIDADES, 0)
                     ,COALESCE(D.CUADRADOS, 0)
                     ,COALESCE(D.VALOR, 0)
                     ,COALESCE((SELECT MIN(V.PLAZO_DIAS)
                                  FROM PROVEEDORES V
                                 WHERE V.ID_PRODUCTO =
                                       P.ID_PRODUCTO), 0)
                     ,COALESCE(DAYS(:WK-FECHA-PROCESO) -
                               DAYS(R.FECHA_ULT_RECUENTO), 9999)
                 FROM PRODUCTOS P
                 LEFT OUTER JOIN
                      (SELECT X.ID_PRODUCTO
                             ,SUM(X.UNIDADES) AS UNIDADES
                             ,SUM(X.UNIDADES * X.UNIDADES)
                                              AS CUADRADOS
                             ,SUM(X.VALOR)    AS VALOR
                         FROM (SELECT L.ID_PRODUCTO
                                     ,C.FECHA_PEDIDO
                                     ,SUM(L.CANTIDAD) AS UNIDADES
                                     ,SUM(L.IMPORTE_LINEA) AS VALOR
                                 FROM PEDIDO_LINEAS L
                                     ,PEDIDOS_CLIENTE C
                                WHERE C.ID_PEDIDO = L.ID_PEDIDO
                                  AND C.ESTADO <> 'CANCELADO'
                                  AND C.FECHA_PEDIDO >
                                      DATE(:WK-FECHA-PROCESO)
                                      - :WK-DIAS-HISTORIA DAYS
                                  AND C.FECHA_PEDIDO <=
                                      DATE(:WK-FECHA-PROCESO)
                                GROUP BY L.ID_PRODUCTO
                                        ,C.FECHA_PEDIDO) X
                        GROUP BY X.ID_PRODUCTO) D
                   ON D.ID_PRODUCTO = P.ID_PRODUCTO
                 LEFT OUTER JOIN PREVISION_DEMANDA R
                   ON R.ID_PRODUCTO = P.ID_PRODUCTO
                ORDER BY 5 DESC, 1
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
           ACCEPT WK-FECHA-PROCESO  FROM SYSIN
      *
           IF WK-FECHA-PROCESO = SPACES
              DISPLAY 'PREVDEMA: FALTA LA FECHA DE PROCESO EN SYSIN'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1050-CARGAR-PARAMETROS
              THRU 1050-CARGAR-PARAMETROS-EXIT
      *
           DISPLAY 'PREVDEMA: FECHA ' WK-FECHA-PROCESO
                   ' HISTORIA ' WK-DIAS-HISTORIA ' DIAS'
                   ' COBERTURA ' WK-DIAS-COBERTURA ' DIAS'
      *
           OPEN OUTPUT FINFORME
           OPEN OUTPUT FPLANCNT
      *
           IF FS-FINFORME NOT = CT-00
              OR FS-FPLANCNT NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME ' ' FS-FPLANCNT
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
      *    VALOR TOTAL VENDIDO EN EL PERIODO: BASE DE LOS PORCENTAJES
      *    ACUMULADOS DE LA CLASIFICACION ABC. LA LINEA DE CANJE DE
      *    PUNTOS (ID_PRODUCTO 0) NO ES VENTA DE NINGUN PRODUCTO
           EXEC SQL
               SELECT COALESCE(SUM(L.IMPORTE_LINEA), 0)
                 INTO :WK-VALOR-TOTAL
                 FROM PEDIDO_LINEAS L
                     ,PEDIDOS_CLIENTE C
                WHERE C.ID_PEDIDO = L.ID_PEDIDO
                  AND C.ESTADO <> 'CANCELADO'
                  AND C.FECHA_PEDIDO >
                      DATE(:WK-FECHA-PROCESO) - :WK-DIAS-HISTORIA DAYS
                  AND C.FECHA_PEDIDO <= DATE(:WK-FECHA-PROCESO)
                  AND L.ID_PRODUCTO <> 0
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL TOTALIZAR PEDIDO_LINEAS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-DEMANDA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DEMANDA'
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
      *     VENTANA DE HISTORIA, NIVEL DE SERVICIO, COBERTURA, CORTES  *
      *     ABC Y FRECUENCIAS DE RECUENTO: TABLA DE PARAMETROS         *
      ******************************************************************
       1050-CARGAR-PARAMETROS.
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASHIST'            TO PARAMETRO-PAR
           MOVE 91                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-HISTORIA
      *
      *    1,65 DESVIACIONES: NIVEL DE SERVICIO DEL 95 POR CIENTO
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'FACTORSEG'           TO PARAMETRO-PAR
           MOVE 1,65                  TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-FACTOR-SEGURIDAD
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASCOBER'           TO PARAMETRO-PAR
           MOVE 14                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-COBERTURA
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'PCTCLASEA'           TO PARAMETRO-PAR
           MOVE 80                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-PCT-CLASE-A
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'PCTCLASEB'           TO PARAMETRO-PAR
           MOVE 95                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-PCT-CLASE-B
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'FRECCNTA'            TO PARAMETRO-PAR
           MOVE 7                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-FREC-CLASE-A
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'FRECCNTB'            TO PARAMETRO-PAR
           MOVE 30                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-FREC-CLASE-B
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'FRECCNTC'            TO PARAMETRO-PAR
           MOVE 90                    TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-FREC-CLASE-C
      *
      *    UN PUNTO DE PEDIDO CERO NO AVISARIA NUNCA EN RUTSTOCK
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'PUNTOMIN'            TO PARAMETRO-PAR
           MOVE 1                     TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-PUNTO-MINIMO
      *
           IF WK-PUNTO-MINIMO NOT > ZEROS
              MOVE CT-1               TO WK-PUNTO-MINIMO
           END-IF
      *
           IF WK-DIAS-HISTORIA NOT > ZEROS
              DISPLAY 'PREVDEMA: VENTANA DE HISTORIA NO VALIDA'
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1050-CARGAR-PARAMETROS-EXIT.
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
           ADD CT-1                   TO CN-PRODUCTOS
      *
           PERFORM 2100-CALCULAR-PREVISION
              THRU 2100-CALCULAR-PREVISION-EXIT
      *
           PERFORM 2200-CLASIFICAR-ABC
              THRU 2200-CLASIFICAR-ABC-EXIT
      *
           PERFORM 2300-GRABAR-PREVISION
              THRU 2300-GRABAR-PREVISION-EXIT
      *
           PERFORM 2400-ESCRIBIR-INFORME
              THRU 2400-ESCRIBIR-INFORME-EXIT
      *
           PERFORM 2500-PLANIFICAR-RECUENTO
              THRU 2500-PLANIFICAR-RECUENTO-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-CALCULAR-PREVISION                                    *
      *     MEDIA Y DESVIACION DE LA DEMANDA DIARIA SOBRE TODOS LOS    *
      *     DIAS DE LA VENTANA. LA DESVIACION DURANTE EL PLAZO CRECE   *
      *     CON LA RAIZ DEL PLAZO.                                     *
      ******************************************************************
       2100-CALCULAR-PREVISION.
      *
           IF WK-UNIDADES > ZEROS
              ADD CT-1                TO CN-CON-VENTAS
           END-IF
      *
           COMPUTE WK-MEDIA ROUNDED = WK-UNIDADES / WK-DIAS-HISTORIA
      *
           COMPUTE WK-VARIANZA ROUNDED =
                   WK-CUADRADOS / WK-DIAS-HISTORIA
                   - WK-MEDIA * WK-MEDIA
      *
           IF WK-VARIANZA > ZEROS
              COMPUTE WK-DESVIACION ROUNDED = WK-VARIANZA ** 0,5
           ELSE
              MOVE ZEROS              TO WK-DESVIACION
           END-IF
      *
           MOVE WK-MEDIA              TO PD-DEMANDA-MEDIA
           MOVE WK-DESVIACION         TO PD-DESVIACION
           MOVE WK-PLAZO              TO PD-PLAZO-DIAS
           MOVE WK-VALOR              TO PD-VALOR-VENTAS
      *
           COMPUTE PD-STOCK-SEGURIDAD ROUNDED =
                   WK-FACTOR-SEGURIDAD * WK-DESVIACION
                   * WK-PLAZO ** 0,5
              ON SIZE ERROR
                 MOVE CT-MAX-CANTIDAD TO PD-STOCK-SEGURIDAD
           END-COMPUTE
      *
           COMPUTE PD-PUNTO-PEDIDO ROUNDED =
                   WK-MEDIA * WK-PLAZO + PD-STOCK-SEGURIDAD
              ON SIZE ERROR
                 MOVE CT-MAX-CANTIDAD TO PD-PUNTO-PEDIDO
           END-COMPUTE
      *
           COMPUTE PD-CANTIDAD-PEDIDO ROUNDED =
                   WK-MEDIA * WK-DIAS-COBERTURA
              ON SIZE ERROR
                 MOVE CT-MAX-CANTIDAD TO PD-CANTIDAD-PEDIDO
           END-COMPUTE
      *
      *    UN PRODUCTO QUE SE VENDE SE PIDE AL MENOS DE UNO EN UNO
           IF WK-MEDIA > ZEROS
              AND PD-CANTIDAD-PEDIDO = ZEROS
              MOVE 1                  TO PD-CANTIDAD-PEDIDO
           END-IF
      *
      *    NINGUN PRODUCTO, TENGA O NO VENTAS, QUEDA SIN PUNTO DE
      *    PEDIDO: COMO MINIMO AVISA AL LLEGAR A PUNTOMIN UNIDADES
           IF PD-PUNTO-PEDIDO < WK-PUNTO-MINIMO
              MOVE WK-PUNTO-MINIMO    TO PD-PUNTO-PEDIDO
           END-IF
      *
           .
       2100-CALCULAR-PREVISION-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-CLASIFICAR-ABC                                        *
      *     EL CURSOR VIENE DE MAYOR A MENOR VALOR: UN PRODUCTO ES DE  *
      *     LA CLASE DEL TRAMO EN QUE EMPIEZA SU VALOR ACUMULADO       *
      ******************************************************************
       2200-CLASIFICAR-ABC.
      *
           IF WK-VALOR NOT > ZEROS
              OR WK-VALOR-TOTAL NOT > ZEROS
              MOVE 'C'                TO PD-CLASE-ABC
           ELSE
              COMPUTE WK-PCT-ACUMULADO ROUNDED =
                      WK-VALOR-ACUMULADO * 100 / WK-VALOR-TOTAL
      *
              EVALUATE TRUE
                 WHEN WK-PCT-ACUMULADO < WK-PCT-CLASE-A
                      MOVE 'A'        TO PD-CLASE-ABC
                 WHEN WK-PCT-ACUMULADO < WK-PCT-CLASE-B
                      MOVE 'B'        TO PD-CLASE-ABC
                 WHEN OTHER
                      MOVE 'C'        TO PD-CLASE-ABC
              END-EVALUATE
      *
              ADD WK-VALOR            TO WK-VALOR-ACUMULADO
           END-IF
      *
           EVALUATE PD-CLASE-ABC
              WHEN 'A'
                   ADD CT-1           TO CN-CLASE-A
                   MOVE WK-FREC-CLASE-A
                                      TO WK-FRECUENCIA
              WHEN 'B'
                   ADD CT-1           TO CN-CLASE-B
                   MOVE WK-FREC-CLASE-B
                                      TO WK-FRECUENCIA
              WHEN OTHER
                   ADD CT-1           TO CN-CLASE-C
                   MOVE WK-FREC-CLASE-C
                                      TO WK-FRECUENCIA
           END-EVALUATE
      *
           .
       2200-CLASIFICAR-ABC-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2300-GRABAR-PREVISION                                      *
      *     LA FECHA DEL ULTIMO RECUENTO LA MANTIENE CICLOCNT: NO SE   *
      *     TOCA AL RECALCULAR                                         *
      ******************************************************************
       2300-GRABAR-PREVISION.
      *
           MOVE WK-FECHA-PROCESO      TO PD-FECHA-CALCULO
      *
           EXEC SQL
               UPDATE PREVISION_DEMANDA
                  SET DEMANDA_MEDIA   = :PD-DEMANDA-MEDIA
                     ,DESVIACION      = :PD-DESVIACION
                     ,PLAZO_DIAS      = :PD-PLAZO-DIAS
                     ,STOCK_SEGURIDAD = :PD-STOCK-SEGURIDAD
                     ,PUNTO_PEDIDO    = :PD-PUNTO-PEDIDO
                     ,CANTIDAD_PEDIDO = :PD-CANTIDAD-PEDIDO
                     ,VALOR_VENTAS    = :PD-VALOR-VENTAS
                     ,CLASE_ABC       = :PD-CLASE-ABC
                     ,FECHA_CALCULO   = :PD-FECHA-CALCULO
                WHERE ID_PRODUCTO = :PD-ID-PRODUCTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   EXEC SQL
                       INSERT INTO PREVISION_DEMANDA
                              (ID_PRODUCTO
                              ,DEMANDA_MEDIA
                              ,DESVIACION
                              ,PLAZO_DIAS
                              ,STOCK_SEGURIDAD
                              ,PUNTO_PEDIDO
                              ,CANTIDAD_PEDIDO
                              ,VALOR_VENTAS
                              ,CLASE_ABC
                              ,FECHA_CALCULO
                              ,FECHA_ULT_RECUENTO)
                       VALUES (:PD-ID-PRODUCTO
                              ,:PD-DEMANDA-MEDIA
                              ,:PD-DESVIACION
                              ,:PD-PLAZO-DIAS
                              ,:PD-STOCK-SEGURIDAD
                              ,:PD-PUNTO-PEDIDO
                              ,:PD-CANTIDAD-PEDIDO
                              ,:PD-VALOR-VENTAS
                              ,:PD-CLASE-ABC
                              ,:PD-FECHA-CALCULO
                              ,NULL)
                   END-EXEC
      *
                   IF SQLCODE NOT = 0
                      DISPLAY 'ERROR AL INSERTAR PREVISION_DEMANDA'
                      DISPLAY 'PARRAFO: 2300-GRABAR-PREVISION'
                      DISPLAY 'SQLCODE: ' SQLCODE
      *
                      MOVE 8          TO RETURN-CODE
                      PERFORM 3000-FIN
                         THRU 3000-FIN-EXIT
                   END-IF
              WHEN OTHER
                   DISPLAY 'ERROR AL ACTUALIZAR PREVISION_DEMANDA'
                   DISPLAY 'PARRAFO: 2300-GRABAR-PREVISION'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2300-GRABAR-PREVISION-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-INFORME                                      *
      ******************************************************************
       2400-ESCRIBIR-INFORME.
      *
           MOVE PD-ID-PRODUCTO        TO ID-PRODUCTO-PRV
           MOVE PD-CLASE-ABC          TO CLASE-PRV
           MOVE PD-DEMANDA-MEDIA      TO MEDIA-PRV
           MOVE PD-DESVIACION         TO DESVIACION-PRV
           MOVE PD-PLAZO-DIAS         TO PLAZO-PRV
           MOVE PD-STOCK-SEGURIDAD    TO SEGURIDAD-PRV
           MOVE PD-PUNTO-PEDIDO       TO PUNTO-PEDIDO-PRV
           MOVE PD-CANTIDAD-PEDIDO    TO CANTIDAD-PRV
           MOVE PD-VALOR-VENTAS       TO VALOR-PRV
           MOVE WK-NOMBRE             TO NOMBRE-PRV
      *
           WRITE REG-FINFORME       FROM LINEA-PREVISION
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2400-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-ESCRIBIR-INFORME-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-PLANIFICAR-RECUENTO                                   *
      *     A CONTAR SI NUNCA SE CONTO O SI EL ULTIMO RECUENTO TIENE   *
      *     YA LOS DIAS DE LA FRECUENCIA DE SU CLASE                   *
      ******************************************************************
       2500-PLANIFICAR-RECUENTO.
      *
           IF WK-DIAS-SIN-CONTAR < WK-FRECUENCIA
              GO TO 2500-PLANIFICAR-RECUENTO-EXIT
           END-IF
      *
           MOVE PD-ID-PRODUCTO        TO ID-PRODUCTO-CNT
           MOVE PD-CLASE-ABC          TO CLASE-CNT
           MOVE WK-DIAS-SIN-CONTAR    TO DIAS-SIN-CONTAR-CNT
           MOVE WK-NOMBRE             TO NOMBRE-CNT
      *
           WRITE REG-FPLANCNT       FROM LINEA-RECUENTO
      *
           IF FS-FPLANCNT NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPLANCNT'
              DISPLAY 'PARRAFO: 2500-PLANIFICAR-RECUENTO'
              DISPLAY 'FILE STATUS: ' FS-FPLANCNT
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-A-CONTAR
      *
           .
       2500-PLANIFICAR-RECUENTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-DEMANDA
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
                 FPLANCNT
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   P R E V D E M A        **'
           DISPLAY '***************************************'
           DISPLAY '*PRODUCTOS          : ' CN-PRODUCTOS '      *'
           DISPLAY '*CON VENTAS         : ' CN-CON-VENTAS '      *'
           DISPLAY '*CLASE A            : ' CN-CLASE-A '      *'
           DISPLAY '*CLASE B            : ' CN-CLASE-B '      *'
           DISPLAY '*CLASE C            : ' CN-CLASE-C '      *'
           DISPLAY '*A RECONTAR         : ' CN-A-CONTAR '      *'
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
               FETCH CUR-DEMANDA
                INTO :PD-ID-PRODUCTO
                    ,:WK-NOMBRE
                    ,:WK-UNIDADES
                    ,:WK-CUADRADOS
                    ,:WK-VALOR
                    ,:WK-PLAZO
                    ,:WK-DIAS-SIN-CONTAR
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-DEMANDA'
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
