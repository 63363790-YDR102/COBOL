           END-EXEC.
      *
      *---------------- CURSOR DE LINEAS DEL PEDIDO ---
      * LAS LINEAS SIN PRODUCTO (CANJE DE PUNTOS) NO MUEVEN STOCK
           EXEC SQL
               DECLARE CUR-LINEAS-PED CURSOR FOR
               SELECT ID_PRODUCTO
                     ,CANTIDAD
                 FROM PEDIDO_LINEAS
                WHERE ID_PEDIDO = :PL-ID-PEDIDO
                  AND ID_PRODUCTO <> 0
                ORDER BY NUM_LINEA
           END-EXEC.
      *
