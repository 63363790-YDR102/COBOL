      **                  LOS PEDIDOS RETENIDOS, QUE SON DEMANDA YA   **
      **                  COMPROMETIDA (SIN ALMACEN PROPIO, SE NETEA  **
      **                  CONTRA CADA ALMACEN COMO CRITERIO           **
      **                  CONSERVADOR). EL UMBRAL DE CADA PRODUCTO ES **
      **                  SU PUNTO DE PEDIDO EN PREVISION_DEMANDA     **
      **                  (LO CALCULA PREVDEMA CON SUS VENTAS); EL    **
      **                  UMBRAL DE SYSIN SOLO SE APLICA A LOS        **
      **                  PRODUCTOS AUN SIN PREVISION.                **
      ******************************************************************
      *
      ******************************************************************
      *
       FD FSALIDA
           RECORDING MODE IS F.
       01  REG-FSALIDA                PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL
                  INCLUDE TBSTOALM
           END-EXEC.
      *
           EXEC SQL
                  INCLUDE TBPREDEM
           END-EXEC.
      *
       01  WK-UMBRAL                  PIC 9(03).
      *
                                     FROM PEDIDOS_RETENIDOS R
                                    WHERE R.ID_PRODUCTO =
                                          P.ID_PRODUCTO), 0)
                        ,COALESCE(D.PUNTO_PEDIDO, :WK-UMBRAL)
                    FROM STOCK_ALMACEN S
                         INNER JOIN PRODUCTOS P
                            ON P.ID_PRODUCTO = S.ID_PRODUCTO
                         LEFT OUTER JOIN PREVISION_DEMANDA D
                            ON D.ID_PRODUCTO = S.ID_PRODUCTO
                   WHERE S.STOCK -
                         COALESCE((SELECT SUM(R.CANTIDAD_PENDIENTE)
                                     FROM PEDIDOS_RETENIDOS R
                                    WHERE R.ID_PRODUCTO =
                                          P.ID_PRODUCTO), 0)
                         < COALESCE(D.PUNTO_PEDIDO, :WK-UMBRAL)
                    ORDER BY S.ALMACEN, S.STOCK
           END-EXEC.
      *
           05  WK-CATEGORIA           PIC X(30).
           05  WK-STOCK               PIC 9(03).
           05  WK-RESERVADO           PIC 9(05).
           05  WK-UMBRAL-SAL          PIC 9(05).
      *
       01  WK-CANT-RESERVADA          PIC S9(09) COMP.
       01  WK-UMBRAL-PRODUCTO         PIC S9(05)V COMP-3.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      * 1200-LEER-SYSIN.                                               *
      * LEEMOS EL UMBRAL DE REAPROVISIONAMIENTO; SI NO SE INFORMA SE   *
      * APLICA EL UMBRAL POR DEFECTO. SOLO RIGE PARA LOS PRODUCTOS SIN *
      * PUNTO DE PEDIDO EN PREVISION_DEMANDA.                          *
      ******************************************************************
      *
       1200-LEER-SYSIN.
           MOVE TB-CATEGORIA        TO WK-CATEGORIA
           MOVE TB-STOCK            TO WK-STOCK
           MOVE WK-CANT-RESERVADA   TO WK-RESERVADO
           MOVE WK-UMBRAL-PRODUCTO  TO WK-UMBRAL-SAL
      *
           WRITE REG-FSALIDA        FROM WK-SALIDA
      *
           DISPLAY '***************************************************'
           DISPLAY '*       ESTADISTICAS DEL PGM RUTSTOCK             *'
           DISPLAY '***************************************************'
           DISPLAY '*UMBRAL SIN PREVISION: ' WK-UMBRAL
           DISPLAY '*REG.PRODUCTOS LEIDOS: ' CN-LEIDOS
           DISPLAY '*REG.ALERTAS ESCRITAS: ' CN-ALERTAS
           DISPLAY '***************************************************'
                   ,:TB-CATEGORIA
                   ,:TB-STOCK
                   ,:WK-CANT-RESERVADA
                   ,:WK-UMBRAL-PRODUCTO
           END-EXEC
      *
           EVALUATE SQLCODE
