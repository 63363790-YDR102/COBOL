      **                CONFIRMADOS SE GUARDA EN DAREPOS CON CADA     **
      **                COMMIT Y EN LA REEJECUCION SE SALTAN, PARA    **
      **                NO DUPLICAR LINEAS DE PEDIDOS YA APLICADOS.   **
      **                LA ACCION 'P' CANJEA PUNTOS DE FIDELIZACION   **
      **                DEL CLIENTE: ANADE AL PEDIDO UNA LINEA DE     **
      **                DESCUENTO SIN PRODUCTO (ID_PRODUCTO 0) Y      **
      **                APUNTA EL CANJE 'C' EN PUNTOS_MOVTO, EN LA    **
      **                MISMA UNIDAD DE TRABAJO QUE EL TOTAL. ESA     **
      **                LINEA NO SE PUEDE DAR DE BAJA CON LA ACCION   **
      **                'B': LOS PUNTOS YA ESTAN CANJEADOS.           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-ALTA                PIC X(01) VALUE 'A'.
           05  CT-BAJA                PIC X(01) VALUE 'B'.
           05  CT-CANJE               PIC X(01) VALUE 'P'.
           05  CT-PUNTOS-CANJE        PIC X(01) VALUE 'C'.
           05  CT-VALOR-PUNTO         PIC 9(01)V9(02) VALUE 0,01.
           05  CT-PGM                 PIC X(08) VALUE 'LINPED'.
           05  CT-RUT                 PIC X(08) VALUE 'RUTPRECI'.
           05  CT-OK                  PIC X(02) VALUE 'OK'.
           05  CN-LEIDOS              PIC 9(05).
           05  CN-ALTAS               PIC 9(05).
           05  CN-BAJAS               PIC 9(05).
           05  CN-CANJES              PIC 9(05).
           05  CN-RECHAZOS            PIC 9(05).
           05  CN-TOTALES             PIC 9(05).
      *
           05  WK-PEDIDO-ANTERIOR     PIC S9(09) COMP.
           05  WK-NUM-LINEA           PIC S9(09) COMP.
           05  WK-SUMA-LINEAS         PIC S9(08)V9(02) COMP-3.
           05  WK-SALDO-PUNTOS        PIC S9(09) COMP.
           05  WK-FACTURAS-PEDIDO     PIC S9(09) COMP.
           05  WK-MOVS-SALTAR         PIC 9(09).
           05  WK-MOVS-CONFIRMADOS    PIC 9(09).
           05  WK-CLAVE-REPOS         PIC X(09).
           05  WK-CLAVE-REPOS-N REDEFINES WK-CLAVE-REPOS
                                      PIC 9(09).
      *
      * MOVIMIENTO DE ENTRADA: ACCION 'A' ALTA / 'B' BAJA DE LINEA /
      * 'P' CANJE DE PUNTOS (CANTIDAD-MOV = PUNTOS A CANJEAR)
       01  MOVIMIENTO-LINEA.
           05  ACCION-MOV             PIC X(01).
           05  ID-PEDIDO-MOV          PIC 9(09).
               INCLUDE TBPROMO
           END-EXEC.
      *
      *--------DCLGEN PUNTOS_MOVTO--------*
      *
           EXEC SQL
               INCLUDE TBPTOMOV
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
                 WHEN CT-BAJA
                      PERFORM 2300-BAJA-LINEA
                         THRU 2300-BAJA-LINEA-EXIT
                 WHEN CT-CANJE
                      PERFORM 2280-CANJEAR-PUNTOS
                         THRU 2280-CANJEAR-PUNTOS-EXIT
              END-EVALUATE
           END-IF
      *
      *
           IF ACCION-MOV NOT = CT-ALTA
              AND ACCION-MOV NOT = CT-BAJA
              AND ACCION-MOV NOT = CT-CANJE
              MOVE 'ACCION NO RECONOCIDA'
                                      TO MOTIVO-INC
              PERFORM 2400-RECHAZAR-MOVIMIENTO
      *
           EXEC SQL
               SELECT ESTADO
                     ,ID_CLIENTE
                 INTO :TB-ESTADO
                     ,:TB-ID-CLIENTE
                 FROM PEDIDOS_CLIENTE
                WHERE ID_PEDIDO = :TB-ID-PEDIDO
           END-EXEC
              PERFORM 2150-VALIDAR-PRODUCTO
                 THRU 2150-VALIDAR-PRODUCTO-EXIT
           END-IF
      *
           IF ACCION-MOV = CT-CANJE
              PERFORM 2160-VALIDAR-CANJE
                 THRU 2160-VALIDAR-CANJE-EXIT
           END-IF
      *
           IF ACCION-MOV = CT-BAJA
              PERFORM 2170-VALIDAR-BAJA
                 THRU 2170-VALIDAR-BAJA-EXIT
           END-IF
      *
           .
       2100-VALIDAR-MOVIMIENTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2160-VALIDAR-CANJE                                         *
      *     EL PEDIDO NO PUEDE ESTAR YA FACTURADO, EL CLIENTE DEBE     *
      *     TENER SALDO DE PUNTOS Y EL DESCUENTO NO PUEDE SUPERAR EL   *
      *     IMPORTE ACTUAL DE LAS LINEAS DEL PEDIDO.                   *
      ******************************************************************
       2160-VALIDAR-CANJE.
      *
           IF CANTIDAD-MOV = ZEROS
              MOVE 'PUNTOS A CEROS'
                                      TO MOTIVO-INC
              PERFORM 2400-RECHAZAR-MOVIMIENTO
                 THRU 2400-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2160-VALIDAR-CANJE-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-FACTURAS-PEDIDO
                 FROM FACTURAS
                WHERE ID_PEDIDO = :TB-ID-PEDIDO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER FACTURAS'
              DISPLAY 'PARRAFO: 2160-VALIDAR-CANJE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-FACTURAS-PEDIDO > ZEROS
              MOVE 'PEDIDO YA FACTURADO'
                                      TO MOTIVO-INC
              PERFORM 2400-RECHAZAR-MOVIMIENTO
                 THRU 2400-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2160-VALIDAR-CANJE-EXIT
           END-IF
      *
           MOVE TB-ID-CLIENTE         TO PT-ID-CLIENTE
      *
           EXEC SQL
               SELECT COALESCE(SUM(PUNTOS), 0)
                 INTO :WK-SALDO-PUNTOS
                 FROM PUNTOS_MOVTO
                WHERE ID_CLIENTE = :PT-ID-CLIENTE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2160-VALIDAR-CANJE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-SALDO-PUNTOS < CANTIDAD-MOV
              MOVE 'PUNTOS INSUFICIENTES'
                                      TO MOTIVO-INC
              PERFORM 2400-RECHAZAR-MOVIMIENTO
                 THRU 2400-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2160-VALIDAR-CANJE-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_LINEA), 0)
                 INTO :WK-SUMA-LINEAS
                 FROM PEDIDO_LINEAS
                WHERE ID_PEDIDO = :TB-ID-PEDIDO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR LINEAS DEL PEDIDO'
              DISPLAY 'PARRAFO: 2160-VALIDAR-CANJE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CANTIDAD-MOV * CT-VALOR-PUNTO > WK-SUMA-LINEAS
              MOVE 'CANJE SUPERA EL PEDIDO'
                                      TO MOTIVO-INC
              PERFORM 2400-RECHAZAR-MOVIMIENTO
                 THRU 2400-RECHAZAR-MOVIMIENTO-EXIT
           END-IF
      *
           .
       2160-VALIDAR-CANJE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2170-VALIDAR-BAJA                                          *
      *     LA LINEA DE CANJE DE PUNTOS (ID_PRODUCTO 0) NO SE BORRA:   *
      *     EL CANJE YA ESTA APUNTADO EN PUNTOS_MOVTO Y EL CLIENTE     *
      *     PERDERIA LOS PUNTOS SIN EL DESCUENTO. SI LA LINEA NO       *
      *     EXISTE LO RECHAZA 2300-BAJA-LINEA.                         *
      ******************************************************************
       2170-VALIDAR-BAJA.
      *
           MOVE ID-PEDIDO-MOV         TO PL-ID-PEDIDO
           MOVE NUM-LINEA-MOV         TO PL-NUM-LINEA
      *
           EXEC SQL
               SELECT ID_PRODUCTO
                 INTO :PL-ID-PRODUCTO
                 FROM PEDIDO_LINEAS
                WHERE ID_PEDIDO = :PL-ID-PEDIDO
                  AND NUM_LINEA = :PL-NUM-LINEA
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   IF PL-ID-PRODUCTO = ZEROS
                      MOVE 'LINEA DE CANJE DE PUNTOS'
                                      TO MOTIVO-INC
                      PERFORM 2400-RECHAZAR-MOVIMIENTO
                         THRU 2400-RECHAZAR-MOVIMIENTO-EXIT
                   END-IF
              WHEN 100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PEDIDO_LINEAS'
                   DISPLAY 'PARRAFO: 2170-VALIDAR-BAJA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2170-VALIDAR-BAJA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-ALTA-LINEA                                            *
      *     EL NUMERO DE LINEA SE ASIGNA CORRELATIVO DENTRO DEL        *
      *     PEDIDO; SI EL PRECIO VIENE A CEROS SE TOMA EL DEL          *
           EXIT.
      *
      ******************************************************************
      *     2280-CANJEAR-PUNTOS                                        *
      *     LINEA DE DESCUENTO SIN PRODUCTO: IMPORTE_LINEA NEGATIVO    *
      *     POR EL VALOR DE LOS PUNTOS, QUE ENTRA EN EL TOTAL AL       *
      *     RECALCULAR. EL CANJE QUEDA EN PUNTOS_MOVTO CON EL PEDIDO   *
      *     PARA QUE PROCDEVO LO DEVUELVA SI EL PEDIDO SE DEVUELVE.    *
      ******************************************************************
       2280-CANJEAR-PUNTOS.
      *
           MOVE ID-PEDIDO-MOV         TO PL-ID-PEDIDO
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_LINEA), 0) + 1
                 INTO :WK-NUM-LINEA
                 FROM PEDIDO_LINEAS
                WHERE ID_PEDIDO = :PL-ID-PEDIDO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL NUMERAR LINEA DE PEDIDO'
              DISPLAY 'PARRAFO: 2280-CANJEAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-NUM-LINEA          TO PL-NUM-LINEA
           MOVE ZEROS                 TO PL-ID-PRODUCTO
                                         PL-PRECIO-UNIDAD
                                         PL-PCT-DESCUENTO
           MOVE 1                     TO PL-CANTIDAD
           MOVE '01'                  TO PL-ALMACEN
      *
           COMPUTE PL-IMPORTE-DESCUENTO =
                   CANTIDAD-MOV * CT-VALOR-PUNTO
           COMPUTE PL-IMPORTE-LINEA = PL-IMPORTE-DESCUENTO * -1
      *
           EXEC SQL
               INSERT INTO PEDIDO_LINEAS
                      (ID_PEDIDO
                      ,NUM_LINEA
                      ,ID_PRODUCTO
                      ,CANTIDAD
                      ,PRECIO_UNIDAD
                      ,IMPORTE_LINEA
                      ,PCT_DESCUENTO
                      ,IMPORTE_DESCUENTO
                      ,ALMACEN)
               VALUES (:PL-ID-PEDIDO
                      ,:PL-NUM-LINEA
                      ,:PL-ID-PRODUCTO
                      ,:PL-CANTIDAD
                      ,:PL-PRECIO-UNIDAD
                      ,:PL-IMPORTE-LINEA
                      ,:PL-PCT-DESCUENTO
                      ,:PL-IMPORTE-DESCUENTO
                      ,:PL-ALMACEN)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN PEDIDO_LINEAS'
              DISPLAY 'PARRAFO: 2280-CANJEAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE TB-ID-CLIENTE         TO PT-ID-CLIENTE
           MOVE CT-PUNTOS-CANJE       TO PT-TIPO-MOVTO
           COMPUTE PT-PUNTOS = CANTIDAD-MOV * -1
           MOVE ID-PEDIDO-MOV         TO PT-ID-PEDIDO
           MOVE CT-PGM                TO PT-NOMBRE-PGM
      *
           EXEC SQL
               INSERT INTO PUNTOS_MOVTO
                      (ID_CLIENTE
                      ,FECHA_MOVTO
                      ,TIPO_MOVTO
                      ,PUNTOS
                      ,ID_PEDIDO
                      ,NUM_FACTURA
                      ,NOMBRE_PGM)
               VALUES (:PT-ID-CLIENTE
                      ,CURRENT TIMESTAMP
                      ,:PT-TIPO-MOVTO
                      ,:PT-PUNTOS
                      ,:PT-ID-PEDIDO
                      ,NULL
                      ,:PT-NOMBRE-PGM)
           END-EXEC
      *
           IF SQLCODE = 0
              ADD CT-1                TO CN-CANJES
           ELSE
              DISPLAY 'ERROR AL INSERTAR EN PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2280-CANJEAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2280-CANJEAR-PUNTOS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2300-BAJA-LINEA                                            *
      ******************************************************************
       2300-BAJA-LINEA.
           DISPLAY '*MOVIMIENTOS LEIDOS : ' CN-LEIDOS '      *'
           DISPLAY '*ALTAS DE LINEA     : ' CN-ALTAS '      *'
           DISPLAY '*BAJAS DE LINEA     : ' CN-BAJAS '      *'
           DISPLAY '*CANJES DE PUNTOS   : ' CN-CANJES '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZOS '      *'
           DISPLAY '*TOTALES RECALCULADOS: ' CN-TOTALES '     *'
           DISPLAY '***************************************'
