      ******************************************************************
      ** P I C K I N G.- LISTADO DE PICKING PARA EL ALMACEN. POR CADA **
      **                 PEDIDO EN ESTADO PREPARADO LISTA SUS LINEAS  **
      **                 ORDENADAS POR PRODUCTO, CON EL NOMBRE DEL    **
      **                 PRODUCTO Y LA CANTIDAD A RECOGER, Y UN TOTAL **
      **                 DE UNIDADES POR PEDIDO. BAJO CADA LINEA      **
      **                 INDICA LOS LOTES A RECOGER, PRIMERO LOS DE   **
      **                 CADUCIDAD MAS PROXIMA (FEFO), Y LOS          **
      **                 DESCUENTA DE STOCK_LOTE UNA SOLA VEZ: SI EL  **
      **                 PEDIDO SE VUELVE A LISTAR SE REIMPRIMEN LOS  **
      **                 LOTES YA ASIGNADOS.                          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FD FSALIDA
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(0090).
      *    LISTADO DE PICKING POR PEDIDO, PRODUCTO Y LOTE
      *
       WORKING-STORAGE SECTION.
      *
       01  CN-CONTADORES.
           05  CN-PEDIDOS             PIC 9(05).
           05  CN-LINEAS              PIC 9(05).
           05  CN-LOTES-ASIGNADOS     PIC 9(05).
           05  CN-LINEAS-SIN-LOTE     PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-PEDIDO-ANTERIOR     PIC S9(09) COMP.
           05  WK-UNIDADES-PEDIDO     PIC 9(07).
           05  WK-ALMACEN             PIC X(02).
           05  WK-ALMACEN-ANTERIOR    PIC X(02).
           05  WK-NUM-SALIDAS         PIC S9(09) COMP.
           05  WK-PENDIENTE-LOTE      PIC S9(05)V COMP-3.
           05  WK-CANTIDAD-LOTE       PIC S9(05)V COMP-3.
           05  WK-CADUCIDAD           PIC X(10).
           05  WK-CADUCIDAD-IND       PIC S9(04) COMP.
      *
       01  LINEA-ALMACEN.
           05  FILLER                 PIC X(22) VALUE
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CANTIDAD-PIC           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  LINEA-LOTE.
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'LOTE: '.
           05  LOTE-LOT               PIC X(15).
           05  FILLER                 PIC X(10) VALUE '  CADUCA: '.
           05  CADUCIDAD-LOT          PIC X(10).
           05  FILLER                 PIC X(11) VALUE '  RECOGER: '.
           05  CANTIDAD-LOT           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  LINEA-TOTAL-PEDIDO.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-LOTES           PIC X(01).
               88  SI-FIN-LOTES                 VALUE 'S'.
               88  NO-FIN-LOTES                 VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
               INCLUDE TBPRODU
           END-EXEC.
      *
      *--------DCLGEN STOCK_LOTE----------*
      *
           EXEC SQL
               INCLUDE TBSTOLOT
           END-EXEC.
      *
      *--------DCLGEN SALIDAS_LOTE--------*
      *
           EXEC SQL
               INCLUDE TBSALLOT
           END-EXEC.
      *
      *--------CURSOR DE LINEAS A PREPARAR, POR PEDIDO Y PRODUCTO------*
      *--------(WITH HOLD: LA ASIGNACION DE LOTES CONFIRMA POR LINEA)--*
      *
           EXEC SQL
               DECLARE CUR-PICKING CURSOR WITH HOLD FOR
               SELECT COALESCE(L.ALMACEN, '01')
                     ,P.ID_PEDIDO
                     ,P.FECHA_PEDIDO
                ORDER BY 1, P.ID_PEDIDO, L.ID_PRODUCTO
           END-EXEC.
      *
      *--------CURSOR DE LOTES DISPONIBLES NO CADUCADOS (FEFO)---------*
      *--------LOS LOTES SIN CADUCIDAD SALEN LOS ULTIMOS---------------*
      *
           EXEC SQL
               DECLARE CUR-LOTES CURSOR FOR
               SELECT LOTE
                     ,STOCK
                 FROM STOCK_LOTE
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND STOCK > 0
                  AND (FECHA_CADUCIDAD IS NULL
                       OR FECHA_CADUCIDAD >= CURRENT DATE)
                ORDER BY COALESCE(FECHA_CADUCIDAD, '9999-12-31')
                        ,FECHA_ENTRADA
                        ,LOTE
           END-EXEC.
      *
      *--------CURSOR DE LOTES YA ASIGNADOS A LA LINEA-----------------*
      *
           EXEC SQL
               DECLARE CUR-SALIDAS CURSOR FOR
               SELECT S.LOTE
                     ,CHAR(L.FECHA_CADUCIDAD, ISO)
                     ,S.CANTIDAD
                 FROM SALIDAS_LOTE S
                 LEFT OUTER JOIN STOCK_LOTE L
                   ON L.ID_PRODUCTO = S.ID_PRODUCTO
                  AND L.ALMACEN = S.ALMACEN
                  AND L.LOTE = S.LOTE
                WHERE S.ID_PEDIDO = :SO-ID-PEDIDO
                  AND S.ID_PRODUCTO = :SO-ID-PRODUCTO
                  AND S.ALMACEN = :SO-ALMACEN
                ORDER BY L.FECHA_CADUCIDAD, S.LOTE
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      *
           ADD CT-1                   TO CN-LINEAS
           ADD PL-CANTIDAD            TO WK-UNIDADES-PEDIDO
      *
           PERFORM 2300-LOTES-LINEA
              THRU 2300-LOTES-LINEA-EXIT
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
           EXIT.
      *
      ******************************************************************
      *     2300-LOTES-LINEA                                           *
      *     SI LA LINEA AUN NO TIENE LOTES ASIGNADOS SE ASIGNAN Y SE   *
      *     CONFIRMAN; DESPUES SE IMPRIMEN LAS SALIDAS DE LA LINEA.    *
      *     LO QUE NINGUN LOTE CUBRE SE LISTA COMO 'SIN LOTE'.         *
      ******************************************************************
       2300-LOTES-LINEA.
      *
           MOVE TB-ID-PEDIDO          TO SO-ID-PEDIDO
           MOVE PL-ID-PRODUCTO        TO SO-ID-PRODUCTO
           MOVE WK-ALMACEN            TO SO-ALMACEN
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(CANTIDAD), 0)
                 INTO :WK-NUM-SALIDAS
                     ,:WK-CANTIDAD-LOTE
                 FROM SALIDAS_LOTE
                WHERE ID_PEDIDO = :SO-ID-PEDIDO
                  AND ID_PRODUCTO = :SO-ID-PRODUCTO
                  AND ALMACEN = :SO-ALMACEN
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER SALIDAS_LOTE'
              DISPLAY 'PARRAFO: 2300-LOTES-LINEA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-SALIDAS = ZEROS
              PERFORM 2310-ASIGNAR-LOTES
                 THRU 2310-ASIGNAR-LOTES-EXIT
           ELSE
              COMPUTE WK-PENDIENTE-LOTE = PL-CANTIDAD
                                        - WK-CANTIDAD-LOTE
           END-IF
      *
           PERFORM 2350-IMPRIMIR-SALIDAS
              THRU 2350-IMPRIMIR-SALIDAS-EXIT
      *
           IF WK-PENDIENTE-LOTE > ZEROS
              MOVE 'SIN LOTE'         TO LOTE-LOT
              MOVE SPACES             TO CADUCIDAD-LOT
              MOVE WK-PENDIENTE-LOTE  TO CANTIDAD-LOT
              PERFORM 2390-ESCRIBIR-LOTE
                 THRU 2390-ESCRIBIR-LOTE-EXIT
              ADD CT-1                TO CN-LINEAS-SIN-LOTE
           END-IF
      *
           .
       2300-LOTES-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2310-ASIGNAR-LOTES                                         *
      ******************************************************************
       2310-ASIGNAR-LOTES.
      *
           MOVE PL-CANTIDAD           TO WK-PENDIENTE-LOTE
           MOVE PL-ID-PRODUCTO        TO SL-ID-PRODUCTO
           MOVE WK-ALMACEN            TO SL-ALMACEN
           SET NO-FIN-LOTES           TO TRUE
      *
           EXEC SQL
               OPEN CUR-LOTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-LOTES'
              DISPLAY 'PARRAFO: 2310-ASIGNAR-LOTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-LOTE
              THRU 9100-LEER-LOTE-EXIT
      *
           PERFORM 2320-ASIGNAR-LOTE
              THRU 2320-ASIGNAR-LOTE-EXIT
             UNTIL SI-FIN-LOTES
                OR WK-PENDIENTE-LOTE = ZEROS
      *
           EXEC SQL
               CLOSE CUR-LOTES
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL HACER COMMIT'
              DISPLAY 'PARRAFO: 2310-ASIGNAR-LOTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2310-ASIGNAR-LOTES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2320-ASIGNAR-LOTE                                          *
      *     SE TOMA DEL LOTE LO QUE TENGA, COMO MUCHO LO PENDIENTE     *
      ******************************************************************
       2320-ASIGNAR-LOTE.
      *
           IF SL-STOCK < WK-PENDIENTE-LOTE
              MOVE SL-STOCK           TO WK-CANTIDAD-LOTE
           ELSE
              MOVE WK-PENDIENTE-LOTE  TO WK-CANTIDAD-LOTE
           END-IF
      *
           EXEC SQL
               UPDATE STOCK_LOTE
                  SET STOCK = STOCK - :WK-CANTIDAD-LOTE
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND LOTE = :SL-LOTE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR STOCK_LOTE'
              DISPLAY 'PARRAFO: 2320-ASIGNAR-LOTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SL-LOTE               TO SO-LOTE
           MOVE WK-CANTIDAD-LOTE      TO SO-CANTIDAD
      *
           EXEC SQL
               INSERT INTO SALIDAS_LOTE
                      (ID_PEDIDO
                      ,ID_PRODUCTO
                      ,ALMACEN
                      ,LOTE
                      ,CANTIDAD
                      ,FECHA_SALIDA)
               VALUES (:SO-ID-PEDIDO
                      ,:SO-ID-PRODUCTO
                      ,:SO-ALMACEN
                      ,:SO-LOTE
                      ,:SO-CANTIDAD
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR SALIDAS_LOTE'
              DISPLAY 'PARRAFO: 2320-ASIGNAR-LOTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SUBTRACT WK-CANTIDAD-LOTE FROM WK-PENDIENTE-LOTE
           ADD CT-1                   TO CN-LOTES-ASIGNADOS
      *
           PERFORM 9100-LEER-LOTE
              THRU 9100-LEER-LOTE-EXIT
      *
           .
       2320-ASIGNAR-LOTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2350-IMPRIMIR-SALIDAS                                      *
      ******************************************************************
       2350-IMPRIMIR-SALIDAS.
      *
           SET NO-FIN-LOTES           TO TRUE
      *
           EXEC SQL
               OPEN CUR-SALIDAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-SALIDAS'
              DISPLAY 'PARRAFO: 2350-IMPRIMIR-SALIDAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9200-LEER-SALIDA
              THRU 9200-LEER-SALIDA-EXIT
      *
           PERFORM 2360-IMPRIMIR-SALIDA
              THRU 2360-IMPRIMIR-SALIDA-EXIT
             UNTIL SI-FIN-LOTES
      *
           EXEC SQL
               CLOSE CUR-SALIDAS
           END-EXEC
      *
           .
       2350-IMPRIMIR-SALIDAS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2360-IMPRIMIR-SALIDA                                       *
      ******************************************************************
       2360-IMPRIMIR-SALIDA.
      *
           MOVE SO-LOTE               TO LOTE-LOT
           MOVE SO-CANTIDAD           TO CANTIDAD-LOT
      *
           IF WK-CADUCIDAD-IND < ZEROS
              MOVE SPACES             TO CADUCIDAD-LOT
           ELSE
              MOVE WK-CADUCIDAD       TO CADUCIDAD-LOT
           END-IF
      *
           PERFORM 2390-ESCRIBIR-LOTE
              THRU 2390-ESCRIBIR-LOTE-EXIT
      *
           PERFORM 9200-LEER-SALIDA
              THRU 9200-LEER-SALIDA-EXIT
      *
           .
       2360-IMPRIMIR-SALIDA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2390-ESCRIBIR-LOTE                                         *
      ******************************************************************
       2390-ESCRIBIR-LOTE.
      *
           WRITE REG-FSALIDA        FROM LINEA-LOTE
      *
           IF FS-FSALIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FSALIDA'
              DISPLAY 'PARRAFO: 2390-ESCRIBIR-LOTE'
              DISPLAY 'FILE STATUS: ' FS-FSALIDA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2390-ESCRIBIR-LOTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
           EXEC SQL
               CLOSE CUR-PICKING
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
           CLOSE FSALIDA
      *
           DISPLAY '***************************************'
           DISPLAY '*PEDIDOS LISTADOS   : ' CN-PEDIDOS '      *'
           DISPLAY '*LINEAS DE PICKING  : ' CN-LINEAS '      *'
           DISPLAY '*LOTES ASIGNADOS    : ' CN-LOTES-ASIGNADOS '      *'
           DISPLAY '*LINEAS SIN LOTE    : ' CN-LINEAS-SIN-LOTE '      *'
           DISPLAY '***************************************'
      *
           STOP RUN
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9100-LEER-LOTE                                             *
      ******************************************************************
       9100-LEER-LOTE.
      *
           EXEC SQL
               FETCH CUR-LOTES
                INTO :SL-LOTE
                    ,:SL-STOCK
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-LOTES   TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-LOTES'
                   DISPLAY 'PARRAFO: 9100-LEER-LOTE'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-LOTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9200-LEER-SALIDA                                           *
      ******************************************************************
       9200-LEER-SALIDA.
      *
           EXEC SQL
               FETCH CUR-SALIDAS
                INTO :SO-LOTE
                    ,:WK-CADUCIDAD :WK-CADUCIDAD-IND
                    ,:SO-CANTIDAD
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-LOTES   TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-SALIDAS'
                   DISPLAY 'PARRAFO: 9200-LEER-SALIDA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-SALIDA-EXIT.
           EXIT.
