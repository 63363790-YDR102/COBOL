      ******************************************************************
      ** R E C E P M E R.- RECEPCION DE MERCANCIA. LEE EL FICHERO DE **
      **                   ALBARANES DE ENTRADA (NUMERO DE PEDIDO A  **
      **                   PROVEEDOR, CANTIDAD RECIBIDA, ALMACEN,    **
      **                   LOTE Y FECHA DE CADUCIDAD), CONTABILIZA   **
      **                   LA ENTREGA SOBRE PEDIDOS_PROVEEDOR,       **
      **                   INCREMENTA EL STOCK DEL PRODUCTO, DEL     **
      **                   ALMACEN Y DEL LOTE Y CLASIFICA LA ENTREGA **
      **                   COMO COMPLETA, CORTA O CON EXCESO EN EL   **
      **                   LISTADO DE RECEPCION. CADA ALBARAN ES SU  **
      **                   PROPIA UNIDAD DE TRABAJO.                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       FD FENTRADA
           RECORDING MODE IS F.
       01  REG-FENTRADA               PIC X(0041).
      *    ALBARANES: PEDIDO A PROVEEDOR, CANTIDAD RECIBIDA, ALMACEN,
      *    LOTE Y FECHA DE CADUCIDAD (AAAA-MM-DD, BLANCOS SI NO CADUCA)
      *
       FD FSALIDA
           RECORDING MODE IS F.
           05  CN-CORTOS              PIC 9(05).
           05  CN-EXCESOS             PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-VALIDADA      PIC X(10).
           05  WK-NUM-PEDIDO-LOTE     PIC 9(09).
      *
       01  ALBARAN-ENTRADA.
           05  NUM-PEDIDO-ALB         PIC 9(09).
           05  CANTIDAD-ALB           PIC 9(05).
           05  ALMACEN-ALB            PIC X(02).
           05  LOTE-ALB               PIC X(15).
           05  CADUCIDAD-ALB          PIC X(10).
      *
       01  LINEA-RECEPCION.
           05  NUM-PEDIDO-REC         PIC 9(09).
           05  RECIBIDA-REC           PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-REC          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOTE-REC               PIC X(15).
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  NUM-PEDIDO-INC         PIC 9(09).
           05  SW-FIN-FENTRADA        PIC X(01).
               88  SI-FIN-FENTRADA              VALUE 'S'.
               88  NO-FIN-FENTRADA              VALUE 'N'.
           05  SW-CADUCIDAD           PIC X(01).
               88  SI-CADUCIDAD-VALIDA          VALUE 'S'.
               88  NO-CADUCIDAD-VALIDA          VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
               INCLUDE TBCOSTE
           END-EXEC.
      *
      *--------DCLGEN STOCK_LOTE----------*
      *
           EXEC SQL
               INCLUDE TBSTOLOT
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
           EVALUATE SQLCODE
              WHEN 0
                   IF PP-ESTADO = CT-PENDIENTE
                      PERFORM 2150-VALIDAR-CADUCIDAD
                         THRU 2150-VALIDAR-CADUCIDAD-EXIT
                      IF SI-CADUCIDAD-VALIDA
                         PERFORM 2200-CONTABILIZAR-ENTREGA
                            THRU 2200-CONTABILIZAR-ENTREGA-EXIT
                      ELSE
                         MOVE 'FECHA CADUCIDAD NO VALIDA'
                                      TO MOTIVO-INC
                         PERFORM 2400-ESCRIBIR-INCIDENCIA
                            THRU 2400-ESCRIBIR-INCIDENCIA-EXIT
                      END-IF
                   ELSE
                      MOVE 'PEDIDO NO PENDIENTE'
                                      TO MOTIVO-INC
           EXIT.
      *
      ******************************************************************
      *     2150-VALIDAR-CADUCIDAD                                     *
      *     LA CADUCIDAD ES OPCIONAL; SI VIENE INFORMADA SE VALIDA     *
      *     ANTES DE TOCAR NINGUNA TABLA PARA NO DAR DE ALTA UN LOTE   *
      *     CON UNA FECHA QUE LUEGO NO PODRIA ORDENARSE                *
      ******************************************************************
       2150-VALIDAR-CADUCIDAD.
      *
           SET SI-CADUCIDAD-VALIDA    TO TRUE
      *
           IF CADUCIDAD-ALB = SPACES OR LOW-VALUES
              MOVE SPACES             TO CADUCIDAD-ALB
              GO TO 2150-VALIDAR-CADUCIDAD-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:CADUCIDAD-ALB), ISO)
                 INTO :WK-FECHA-VALIDADA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   MOVE WK-FECHA-VALIDADA
                                      TO CADUCIDAD-ALB
              WHEN -180
              WHEN -181
                   SET NO-CADUCIDAD-VALIDA
                                      TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL VALIDAR FECHA DE CADUCIDAD'
                   DISPLAY 'PARRAFO: 2150-VALIDAR-CADUCIDAD'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2150-VALIDAR-CADUCIDAD-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-CONTABILIZAR-ENTREGA                                  *
      ******************************************************************
       2200-CONTABILIZAR-ENTREGA.
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2260-ALTA-LOTE
              THRU 2260-ALTA-LOTE-EXIT
      *
      * EL COSTE MEDIO PONDERADO SE RECALCULA CON EL PRECIO DEL
      * PEDIDO DE PROVEEDOR; UNA RECEPCION SIN PRECIO NO MUEVE COSTE
           MOVE PP-ID-PRODUCTO        TO ID-PRODUCTO-REC
           MOVE PP-CANTIDAD-PEDIDA    TO PEDIDA-REC
           MOVE CANTIDAD-ALB          TO RECIBIDA-REC
           MOVE SL-LOTE               TO LOTE-REC
      *
           EVALUATE TRUE
              WHEN CANTIDAD-ALB < PP-CANTIDAD-PEDIDA
           EXIT.
      *
      ******************************************************************
      *     2260-ALTA-LOTE                                             *
      *     LA ENTRADA SE SUMA AL LOTE DEL ALBARAN EN EL MISMO ALMACEN *
      *     QUE STOCK_ALMACEN. SIN LOTE DEL PROVEEDOR SE ABRE UN LOTE  *
      *     PROPIO 'PED' + NUMERO DE PEDIDO. EL COSTE DEL LOTE ES EL   *
      *     PRECIO DEL PEDIDO (NULO SI EL PEDIDO NO TRAE PRECIO).      *
      ******************************************************************
       2260-ALTA-LOTE.
      *
           MOVE SA-ID-PRODUCTO        TO SL-ID-PRODUCTO
           MOVE SA-ALMACEN            TO SL-ALMACEN
           MOVE CANTIDAD-ALB          TO SL-STOCK
           MOVE CADUCIDAD-ALB         TO SL-FECHA-CADUCIDAD
           MOVE PP-PRECIO-UNITARIO    TO SL-COSTE-UNITARIO
      *
           IF LOTE-ALB = SPACES OR LOW-VALUES
              MOVE PP-NUM-PEDIDO-PROV TO WK-NUM-PEDIDO-LOTE
              MOVE SPACES             TO SL-LOTE
              STRING 'PED'              DELIMITED BY SIZE
                     WK-NUM-PEDIDO-LOTE DELIMITED BY SIZE
                INTO SL-LOTE
           ELSE
              MOVE LOTE-ALB           TO SL-LOTE
           END-IF
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
                              ,CURRENT DATE
                              ,:SL-STOCK
                              ,NULLIF(:SL-COSTE-UNITARIO, 0))
                   END-EXEC
      *
                   IF SQLCODE NOT = 0
                      DISPLAY 'ERROR AL INSERTAR STOCK_LOTE'
                      DISPLAY 'PARRAFO: 2260-ALTA-LOTE'
                      DISPLAY 'SQLCODE: ' SQLCODE
      *
                      MOVE 8          TO RETURN-CODE
                      PERFORM 3000-FIN
                         THRU 3000-FIN-EXIT
                   END-IF
              WHEN OTHER
                   DISPLAY 'ERROR AL ACTUALIZAR STOCK_LOTE'
                   DISPLAY 'PARRAFO: 2260-ALTA-LOTE'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2260-ALTA-LOTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2400-ESCRIBIR-INCIDENCIA.
