      ******************************************************************
      ** T R A S L A D A.-TRASLADOS DE STOCK ENTRE ALMACENES. LEE EL  **
      **                  FICHERO DE ORDENES DE TRASLADO (PRODUCTO,   **
      **                  ALMACEN ORIGEN, ALMACEN DESTINO, CANTIDAD Y **
      **                  LOTE), VALIDA QUE EL ORIGEN TIENE           **
      **                  EXISTENCIAS SUFICIENTES EN STOCK_ALMACEN Y, **
      **                  SI EL PRODUCTO SE GUARDA POR LOTES, EN EL   **
      **                  LOTE INDICADO, Y MUEVE LA CANTIDAD EN UNA   **
      **                  UNICA UNIDAD DE TRABAJO POR ORDEN. EL TOTAL **
      **                  DE PRODUCTOS.STOCK NO CAMBIA: UN TRASLADO   **
      **                  NO CREA NI DESTRUYE EXISTENCIAS. EMITE      **
      **                  DIARIO DE TRASLADOS Y RECHAZOS CON SU       **
      **                  MOTIVO.                                     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       FD FTRASLAD
           RECORDING MODE IS F.
       01  REG-FTRASLAD               PIC X(0029).
      *    ORDENES DE TRASLADO ENTRE ALMACENES
      *
       FD FDIARIO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    ORDENES RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
               'MISMO ALMACEN'.
           05  CT-MOTIVO-CANTIDAD     PIC X(20) VALUE
               'CANTIDAD INVALIDA'.
           05  CT-MOTIVO-SIN-LOTE     PIC X(20) VALUE
               'SIN STOCK EN LOTE'.
           05  CT-MOTIVO-FALTA-LOTE   PIC X(20) VALUE
               'INDIQUE EL LOTE'.
      *
       01  CN-CONTADORES.
           05  CN-ORDENES             PIC 9(05).
       01  WK-VARIABLES.
           05  WK-STOCK-ORIGEN        PIC S9(05) COMP-3.
           05  WK-MOTIVO              PIC X(20).
           05  WK-STOCK-LOTE          PIC S9(05) COMP-3.
           05  WK-LOTES-ORIGEN        PIC S9(09) COMP.
      *
      * ORDEN DE TRASLADO LEIDA DEL FICHERO
       01  DATOS-TRASLADO.
           05  ALM-ORIGEN-TRA         PIC X(02).
           05  ALM-DESTINO-TRA        PIC X(02).
           05  CANTIDAD-TRA           PIC 9(05).
           05  LOTE-TRA               PIC X(15).
      *
       01  LINEA-DIARIO.
           05  PRODUCTO-DIA           PIC 9(05).
           05  DESTINO-DIA            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CANTIDAD-DIA           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOTE-DIA               PIC X(15).
           05  FILLER                 PIC X(10) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  PRODUCTO-RECH          PIC 9(05).
           05  DESTINO-RECH           PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOTE-RECH              PIC X(15).
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FTRASLAD        PIC X(01).
               INCLUDE TBSTOALM
           END-EXEC.
      *
      *--------DCLGEN STOCK_LOTE----------*
      *
           EXEC SQL
               INCLUDE TBSTOLOT
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
                      WK-VARIABLES
                      DATOS-TRASLADO
                      DCLSTOCK-ALMACEN
                      DCLSTOCK-LOTE
      *
           SET NO-FIN-FTRASLAD           TO TRUE
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF SI-ORDEN-VALIDA
              PERFORM 2150-VALIDAR-LOTE
                 THRU 2150-VALIDAR-LOTE-EXIT
           END-IF
      *
           .
       2100-VALIDAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *     2150-VALIDAR-LOTE                                          *
      *     CON LOTE INFORMADO EL LOTE DEBE CUBRIR LA CANTIDAD EN EL   *
      *     ORIGEN. SIN LOTE SOLO SE ADMITE SI EL PRODUCTO NO TIENE    *
      *     LOTES EN EL ALMACEN ORIGEN, PARA NO DESCUADRAR STOCK_LOTE  *
      *     CONTRA STOCK_ALMACEN.                                      *
      ******************************************************************
       2150-VALIDAR-LOTE.
      *
           MOVE ID-PRODUCTO-TRA          TO SL-ID-PRODUCTO
           MOVE ALM-ORIGEN-TRA           TO SL-ALMACEN
           MOVE LOTE-TRA                 TO SL-LOTE
      *
           IF LOTE-TRA = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WK-LOTES-ORIGEN
                    FROM STOCK_LOTE
                   WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                     AND ALMACEN = :SL-ALMACEN
                     AND STOCK > 0
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                 DISPLAY 'PARRAFO: 2150-VALIDAR-LOTE'
                 DISPLAY 'TABLA: STOCK_LOTE'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              IF WK-LOTES-ORIGEN > 0
                 SET NO-ORDEN-VALIDA     TO TRUE
                 MOVE CT-MOTIVO-FALTA-LOTE
                                         TO WK-MOTIVO
              END-IF
              GO TO 2150-VALIDAR-LOTE-EXIT
           END-IF
      *
           EXEC SQL
               SELECT STOCK
                     ,COALESCE(CHAR(FECHA_CADUCIDAD, ISO), ' ')
                     ,CHAR(FECHA_ENTRADA, ISO)
                     ,COALESCE(COSTE_UNITARIO, 0)
                 INTO :WK-STOCK-LOTE
                     ,:SL-FECHA-CADUCIDAD
                     ,:SL-FECHA-ENTRADA
                     ,:SL-COSTE-UNITARIO
                 FROM STOCK_LOTE
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND LOTE = :SL-LOTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-STOCK-LOTE < CANTIDAD-TRA
                       SET NO-ORDEN-VALIDA       TO TRUE
                       MOVE CT-MOTIVO-SIN-LOTE   TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-ORDEN-VALIDA          TO TRUE
                    MOVE CT-MOTIVO-SIN-LOTE      TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2150-VALIDAR-LOTE'
                    DISPLAY 'TABLA: STOCK_LOTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2150-VALIDAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-EJECUTAR-TRASLADO                                     *
      *     BAJA EN EL ORIGEN Y ALTA EN EL DESTINO EN LA MISMA         *
      *     UNIDAD DE TRABAJO. EL TOTAL DE PRODUCTOS NO SE TOCA.       *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF LOTE-TRA NOT = SPACES AND LOW-VALUES
              PERFORM 2250-TRASLADAR-LOTE
                 THRU 2250-TRASLADAR-LOTE-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           MOVE ALM-ORIGEN-TRA           TO ORIGEN-DIA
           MOVE ALM-DESTINO-TRA          TO DESTINO-DIA
           MOVE CANTIDAD-TRA             TO CANTIDAD-DIA
           MOVE LOTE-TRA                 TO LOTE-DIA
      *
           WRITE REG-FDIARIO FROM LINEA-DIARIO
      *
       2200-EJECUTAR-TRASLADO-EXIT.
           EXIT.
      ******************************************************************
      *     2250-TRASLADAR-LOTE                                        *
      *     EL LOTE VIAJA CON SU CADUCIDAD, FECHA DE ENTRADA Y COSTE;  *
      *     SI YA EXISTE EN EL DESTINO SOLO SE SUMA LA CANTIDAD.       *
      ******************************************************************
       2250-TRASLADAR-LOTE.
      *
           MOVE CANTIDAD-TRA             TO SL-STOCK
      *
           EXEC SQL
               UPDATE STOCK_LOTE
                  SET STOCK = STOCK - :SL-STOCK
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND LOTE = :SL-LOTE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2250-TRASLADAR-LOTE'
              DISPLAY 'TABLA: STOCK_LOTE'
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
           MOVE ALM-DESTINO-TRA          TO SL-ALMACEN
      *
           EXEC SQL
               UPDATE STOCK_LOTE
                  SET STOCK = STOCK + :SL-STOCK
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND LOTE = :SL-LOTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    EXEC SQL
                        INSERT INTO STOCK_LOTE
                               (ID_PRODUCTO
                               ,ALMACEN
                               ,LOTE
                               ,FECHA_CADUCIDAD
                               ,FECHA_ENTRADA
                               ,STOCK
                               ,COSTE_UNITARIO)
                        VALUES (:SL-ID-PRODUCTO
                               ,:SL-ALMACEN
                               ,:SL-LOTE
                               ,DATE(NULLIF(:SL-FECHA-CADUCIDAD, ' '))
                               ,DATE(:SL-FECHA-ENTRADA)
                               ,:SL-STOCK
                               ,NULLIF(:SL-COSTE-UNITARIO, 0))
                    END-EXEC
      *
                    IF SQLCODE NOT = 0
                       DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                       DISPLAY 'PARRAFO: 2250-TRASLADAR-LOTE'
                       DISPLAY 'TABLA: STOCK_LOTE'
                       DISPLAY 'SQLCODE: ' SQLCODE
      *
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
      *
                       MOVE 8            TO RETURN-CODE
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2250-TRASLADAR-LOTE'
                    DISPLAY 'TABLA: STOCK_LOTE'
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
       2250-TRASLADAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
           MOVE ALM-ORIGEN-TRA           TO ORIGEN-RECH
           MOVE ALM-DESTINO-TRA          TO DESTINO-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
           MOVE LOTE-TRA                 TO LOTE-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
