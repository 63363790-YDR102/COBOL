      ******************************************************************
      ** C I C L O C N T.-RECUENTO CICLICO DE INVENTARIO. LEE EL      **
      **                  FICHERO DE RECUENTOS (PRODUCTO, CANTIDAD    **
      **                  CONTADA, MOTIVO, USUARIO, ALMACEN, '01' SI  **
      **                  NO VIENE, Y LOTE), COMPARA CONTRA           **
      **                  STOCK_ALMACEN, O CONTRA EL LOTE SI VIENE    **
      **                  INFORMADO, Y CONTABILIZA LA DIFERENCIA: EL  **
      **                  STOCK DEL ALMACEN (Y EL DEL LOTE) SE PONE   **
      **                  AL VALOR CONTADO, LA DELTA FIRMADA SE       **
      **                  APLICA AL TOTAL DE PRODUCTOS EN LA MISMA    **
      **                  UNIDAD DE TRABAJO Y EL AJUSTE (CANTIDAD CON **
      **                  SIGNO, ALMACEN, LOTE, MOTIVO, QUIEN Y       **
      **                  CUANDO) QUEDA EN AJUSTES_STOCK. EMITE EL    **
      **                  INFORME DE DESVIACIONES POR CATEGORIA Y     **
      **                  MANDA A RECONTAR LAS DIFERENCIAS QUE        **
      **                  SUPERAN EL UMBRAL PORCENTUAL DE SYSIN. CADA **
      **                  PRODUCTO CONTADO QUEDA CON SU FECHA DE      **
      **                  ULTIMO RECUENTO EN PREVISION_DEMANDA, DE    **
      **                  DONDE PREVDEMA SACA EL PLAN DE RECUENTO POR **
      **                  CLASE ABC (LOS A SE CUENTAN MAS A MENUDO).  **
      **                  UN RECUENTO SIN LOTE DE UN PRODUCTO CON     **
      **                  LOTES CON EXISTENCIAS EN EL ALMACEN SE      **
      **                  RECHAZA: ESE PRODUCTO SE CUENTA POR LOTE.   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       FD FCUENTAS
           RECORDING MODE IS F.
       01  REG-FCUENTAS               PIC X(0037).
      *    RECUENTOS: PRODUCTO + CANTIDAD + MOTIVO + QUIEN + ALMACEN
      *    + LOTE (BLANCOS SI EL RECUENTO ES DEL ALMACEN ENTERO)
      *
       FD FINFORME
           RECORDING MODE IS F.
      *
       FD FRECUENT
           RECORDING MODE IS F.
       01  REG-FRECUENT               PIC X(0063).
      *    DIFERENCIAS SOSPECHOSAS A RECONTAR
      *
       WORKING-STORAGE SECTION.
           05  CN-RECUENTOS           PIC 9(05).
           05  CN-AJUSTADOS           PIC 9(05).
           05  CN-SIN-PRODUCTO        PIC 9(05).
           05  CN-FALTA-LOTE          PIC 9(05).
           05  CN-A-RECONTAR          PIC 9(05).
      *
      * DESVIACIONES ACUMULADAS POR CATEGORIA
           05  WK-TOLERADO            PIC S9(05)V9(02) COMP-3.
           05  WK-ALMACEN             PIC X(02).
           05  WK-STOCK-ALMACEN       PIC S9(05)V COMP-3.
           05  WK-STOCK-LOTE          PIC S9(05)V COMP-3.
           05  WK-LOTES-ALMACEN       PIC S9(09) COMP.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  COD-MOTIVO-REC         PIC X(02).
           05  USUARIO-REC            PIC X(08).
           05  ALMACEN-REC            PIC X(02).
           05  LOTE-REC               PIC X(15).
      *
       01  LINEA-CATEGORIA.
           05  FILLER                 PIC X(11) VALUE 'CATEGORIA: '.
           05  VARIACION-REC-SAL      PIC -ZZZZ9.
           05  FILLER                 PIC X(11) VALUE
               ' A RECONTAR'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LOTE-REC-SAL           PIC X(15).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FCUENTAS        PIC X(01).
               INCLUDE TBSTOALM
           END-EXEC.
      *
      *--------DCLGEN PREVISION_DEMANDA---*
      *
           EXEC SQL
               INCLUDE TBPREDEM
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
                      DCLPRODUCTOS
                      DCLAJUSTES-STOCK
                      DCLSTOCK-ALMACEN
                      DCLSTOCK-LOTE
      *
           SET NO-FIN-FCUENTAS           TO TRUE
      *
              PERFORM 2150-LEER-STOCK-ALMACEN
                 THRU 2150-LEER-STOCK-ALMACEN-EXIT
      *
              MOVE ZEROS                 TO WK-LOTES-ALMACEN
      *
              IF LOTE-REC = SPACES OR LOW-VALUES
                 MOVE SPACES             TO LOTE-REC
                 PERFORM 2170-CONTAR-LOTES
                    THRU 2170-CONTAR-LOTES-EXIT
                 COMPUTE WK-VARIACION =
                         CANTIDAD-REC - WK-STOCK-ALMACEN
              ELSE
                 PERFORM 2160-LEER-STOCK-LOTE
                    THRU 2160-LEER-STOCK-LOTE-EXIT
                 COMPUTE WK-VARIACION =
                         CANTIDAD-REC - WK-STOCK-LOTE
              END-IF
      *
      *       UN PRODUCTO CON LOTES VIVOS EN EL ALMACEN SE CUENTA POR
      *       LOTE: SIN LOTE EL ALMACEN DESCUADRARIA CON SUS LOTES
              IF WK-LOTES-ALMACEN > 0
                 ADD CT-1                TO CN-FALTA-LOTE
                 DISPLAY 'CICLOCNT: RECUENTO SIN LOTE DE PRODUCTO '
                         'CON LOTES: ' ID-PRODUCTO-REC
                         ' ALM: ' WK-ALMACEN
              ELSE
                 IF WK-VARIACION NOT = 0
                    PERFORM 2200-CONTABILIZAR-AJUSTE
                       THRU 2200-CONTABILIZAR-AJUSTE-EXIT
      *
                    PERFORM 2300-ACUMULAR-CATEGORIA
                       THRU 2300-ACUMULAR-CATEGORIA-EXIT
      *
                    PERFORM 2400-COMPROBAR-UMBRAL
                       THRU 2400-COMPROBAR-UMBRAL-EXIT
                 END-IF
      *
                 PERFORM 2500-ANOTAR-RECUENTO
                    THRU 2500-ANOTAR-RECUENTO-EXIT
              END-IF
           ELSE
              ADD CT-1                   TO CN-SIN-PRODUCTO
       2150-LEER-STOCK-ALMACEN-EXIT.
           EXIT.
      ******************************************************************
      *     2160-LEER-STOCK-LOTE                                       *
      *     CON LOTE INFORMADO LA BASE DE COMPARACION ES EL LOTE; UN   *
      *     LOTE QUE NO CONSTA EN EL ALMACEN CUENTA COMO CERO.         *
      ******************************************************************
       2160-LEER-STOCK-LOTE.
      *
           MOVE ID-PRODUCTO-REC          TO SL-ID-PRODUCTO
           MOVE WK-ALMACEN               TO SL-ALMACEN
           MOVE LOTE-REC                 TO SL-LOTE
      *
           EXEC SQL
               SELECT STOCK
                 INTO :SL-STOCK
                 FROM STOCK_LOTE
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND LOTE = :SL-LOTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SL-STOCK        TO WK-STOCK-LOTE
               WHEN 100
                    MOVE 0               TO WK-STOCK-LOTE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2160-LEER-STOCK-LOTE'
                    DISPLAY 'TABLA: STOCK_LOTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2160-LEER-STOCK-LOTE-EXIT.
           EXIT.
      ******************************************************************
      *     2170-CONTAR-LOTES                                          *
      *     LOTES CON EXISTENCIAS DEL PRODUCTO EN EL ALMACEN CONTADO,  *
      *     IGUAL QUE TRASLADA CON LAS ORDENES SIN LOTE.               *
      ******************************************************************
       2170-CONTAR-LOTES.
      *
           MOVE ID-PRODUCTO-REC          TO SL-ID-PRODUCTO
           MOVE WK-ALMACEN               TO SL-ALMACEN
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-LOTES-ALMACEN
                 FROM STOCK_LOTE
                WHERE ID_PRODUCTO = :SL-ID-PRODUCTO
                  AND ALMACEN = :SL-ALMACEN
                  AND STOCK > 0
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2170-CONTAR-LOTES'
              DISPLAY 'TABLA: STOCK_LOTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2170-CONTAR-LOTES-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CONTABILIZAR-AJUSTE                                   *
      *     EL STOCK DEL ALMACEN SE PONE AL VALOR CONTADO, LA DELTA    *
      *     FIRMADA SE APLICA AL TOTAL DE PRODUCTOS (QUE ASI SIGUE     *
      *     CUADRANDO CON LA SUMA DE STOCK_ALMACEN) Y EL AJUSTE QUEDA  *
      *     EN AJUSTES_STOCK, TODO EN LA MISMA UNIDAD DE TRABAJO. SI   *
      *     SE HA CONTADO UN LOTE, EL LOTE SE PONE AL VALOR CONTADO Y  *
      *     EL ALMACEN SOLO SE MUEVE EN LA DELTA DEL LOTE.             *
      ******************************************************************
       2200-CONTABILIZAR-AJUSTE.
      *
           IF LOTE-REC = SPACES
              MOVE CANTIDAD-REC          TO SA-STOCK
           ELSE
              COMPUTE SA-STOCK = WK-STOCK-ALMACEN + WK-VARIACION
           END-IF
      *
           EXEC SQL
               UPDATE STOCK_ALMACEN
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF LOTE-REC NOT = SPACES
              PERFORM 2250-AJUSTAR-LOTE
                 THRU 2250-AJUSTAR-LOTE-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE PRODUCTOS
           MOVE WK-VARIACION             TO AJ-CANTIDAD-AJUSTE
           MOVE COD-MOTIVO-REC           TO AJ-COD-MOTIVO
           MOVE USUARIO-REC              TO AJ-USUARIO
           MOVE LOTE-REC                 TO AJ-LOTE
      *
           EXEC SQL
               INSERT INTO AJUSTES_STOCK
                      ,CANTIDAD_AJUSTE
                      ,COD_MOTIVO
                      ,USUARIO
                      ,FECHA_AJUSTE
                      ,LOTE)
                      VALUES(
                       :AJ-ID-AJUSTE
                      ,:AJ-ID-PRODUCTO
                      ,:AJ-CANTIDAD-AJUSTE
                      ,:AJ-COD-MOTIVO
                      ,:AJ-USUARIO
                      ,CURRENT TIMESTAMP
                      ,NULLIF(:AJ-LOTE, ' '))
           END-EXEC
      *
           IF SQLCODE NOT = 0
       2200-CONTABILIZAR-AJUSTE-EXIT.
           EXIT.
      ******************************************************************
      *     2250-AJUSTAR-LOTE                                          *
      *     EL LOTE QUEDA CON LO CONTADO. UN LOTE HALLADO QUE NO       *
      *     CONSTABA SE DA DE ALTA SIN CADUCIDAD NI COSTE CONOCIDOS.   *
      ******************************************************************
       2250-AJUSTAR-LOTE.
      *
           MOVE CANTIDAD-REC             TO SL-STOCK
      *
           EXEC SQL
               UPDATE STOCK_LOTE
                  SET STOCK = :SL-STOCK
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
                               ,NULL
                               ,CURRENT DATE
                               ,:SL-STOCK
                               ,NULL)
                    END-EXEC
      *
                    IF SQLCODE NOT = 0
                       DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                       DISPLAY 'PARRAFO: 2250-AJUSTAR-LOTE'
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
                    DISPLAY 'PARRAFO: 2250-AJUSTAR-LOTE'
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
       2250-AJUSTAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ACUMULAR-CATEGORIA                                    *
      ******************************************************************
       2300-ACUMULAR-CATEGORIA.
           IF WK-VARIACION-ABS > WK-TOLERADO
              MOVE ID-PRODUCTO-REC       TO PRODUCTO-REC-SAL
              MOVE WK-ALMACEN            TO ALMACEN-REC-SAL
              MOVE LOTE-REC              TO LOTE-REC-SAL
              MOVE WK-VARIACION          TO VARIACION-REC-SAL
              WRITE REG-FRECUENT FROM LINEA-RECUENTO
      *
       2400-COMPROBAR-UMBRAL-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ANOTAR-RECUENTO                                       *
      *     EL PRODUCTO CONTADO, CUADRE O NO, SALE DEL PLAN DE         *
      *     RECUENTO HASTA QUE VUELVA A TOCARLE POR SU CLASE ABC. SI   *
      *     AUN NO TIENE PREVISION NO HAY NADA QUE ANOTAR.             *
      ******************************************************************
       2500-ANOTAR-RECUENTO.
      *
           MOVE ID-PRODUCTO-REC          TO PD-ID-PRODUCTO
      *
           EXEC SQL
               UPDATE PREVISION_DEMANDA
                  SET FECHA_ULT_RECUENTO = CURRENT DATE
                WHERE ID_PRODUCTO = :PD-ID-PRODUCTO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2500-ANOTAR-RECUENTO'
                    DISPLAY 'TABLA: PREVISION_DEMANDA'
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
       2500-ANOTAR-RECUENTO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
           DISPLAY '*RECUENTOS LEIDOS   : ' CN-RECUENTOS '      *'
           DISPLAY '*AJUSTES CONTABILIZA: ' CN-AJUSTADOS '      *'
           DISPLAY '*PRODUCTO INEXISTENT: ' CN-SIN-PRODUCTO '      *'
           DISPLAY '*FALTA LOTE         : ' CN-FALTA-LOTE '      *'
           DISPLAY '*A RECONTAR         : ' CN-A-RECONTAR '      *'
           DISPLAY '***********************************'
      *
