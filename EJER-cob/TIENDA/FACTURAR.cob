      **                   FACTURAS Y FICHERO DE IMPRESION, CON EL   **
      **                   DETALLE DE LINEAS MOSTRANDO PRECIO DE     **
      **                   LISTA, DESCUENTO DE PROMOCION Y NETO.     **
      **                   CADA FACTURA ABONA AL CLIENTE LOS PUNTOS  **
      **                   DE FIDELIZACION DE SUS LINEAS (PUNTOS POR **
      **                   EURO SEGUN LA CATEGORIA DEL PRODUCTO EN   **
      **                   PUNTOS_CATEGORIA) COMO MOVIMIENTO 'A' DE  **
      **                   PUNTOS_MOVTO, EN LA MISMA UNIDAD DE       **
      **                   TRABAJO QUE LA FACTURA.                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-ENTREGADO           PIC X(09) VALUE 'ENTREGADO'.
           05  CT-PGM                 PIC X(08) VALUE 'FACTURAR'.
           05  CT-OK                  PIC X(02) VALUE 'OK'.
           05  CT-PUNTOS-ACUMULA      PIC X(01) VALUE 'A'.
      *
       01  CN-CONTADORES.
           05  CN-FACTURAS            PIC 9(05).
           05  CN-PUNTOS-ABONADOS     PIC 9(09).
      *
       01  WK-VARIABLES.
           05  WK-TIPO-IVA            PIC 9(02)V9(02).
           05  WK-CLAVE-CONTADOR      PIC X(09).
           05  WK-CLAVE-NUM REDEFINES WK-CLAVE-CONTADOR
                                      PIC 9(09).
           05  WK-PUNTOS-CALC         PIC S9(11)V9(04) COMP-3.
      *
       01  LINEA-FACTURA.
           05  NUM-FACTURA-SAL        PIC 9(09).
               INCLUDE TBPEDLIN
           END-EXEC.
      *
      *--------DCLGEN PUNTOS_CATEGORIA----*
      *
           EXEC SQL
               INCLUDE TBPTOCAT
           END-EXEC.
      *
      *--------DCLGEN PUNTOS_MOVTO--------*
      *
           EXEC SQL
               INCLUDE TBPTOMOV
           END-EXEC.
      *
      *--------CURSOR DE LINEAS DEL PEDIDO FACTURADO------------------*
      *
           EXEC SQL
      *
           PERFORM 2300-ACTUALIZAR-CONTADOR
              THRU 2300-ACTUALIZAR-CONTADOR-EXIT
      *
           PERFORM 2350-ABONAR-PUNTOS
              THRU 2350-ABONAR-PUNTOS-EXIT
      *
           EXEC SQL
               COMMIT
           EXIT.
      *
      ******************************************************************
      *     2350-ABONAR-PUNTOS                                         *
      *     PUNTOS = SUMA DE IMPORTE_LINEA X PUNTOS POR EURO DE LA     *
      *     CATEGORIA DEL PRODUCTO, SIN DECIMALES. LAS LINEAS SIN      *
      *     PRODUCTO (CANJE DE PUNTOS) NO CRUZAN CON PRODUCTOS Y NO    *
      *     GENERAN PUNTOS.                                            *
      ******************************************************************
       2350-ABONAR-PUNTOS.
      *
           EXEC SQL
               SELECT COALESCE(SUM(L.IMPORTE_LINEA * C.PUNTOS_EURO), 0)
                 INTO :WK-PUNTOS-CALC
                 FROM PEDIDO_LINEAS    L
                     ,PRODUCTOS        P
                     ,PUNTOS_CATEGORIA C
                WHERE L.ID_PEDIDO = :FC-ID-PEDIDO
                  AND P.ID_PRODUCTO = L.ID_PRODUCTO
                  AND C.CATEGORIA = P.CATEGORIA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR PUNTOS'
              DISPLAY 'PARRAFO: 2350-ABONAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-PUNTOS-CALC        TO PT-PUNTOS
      *
           IF PT-PUNTOS NOT > ZEROS
              GO TO 2350-ABONAR-PUNTOS-EXIT
           END-IF
      *
           MOVE FC-ID-CLIENTE         TO PT-ID-CLIENTE
           MOVE CT-PUNTOS-ACUMULA     TO PT-TIPO-MOVTO
           MOVE FC-ID-PEDIDO          TO PT-ID-PEDIDO
           MOVE FC-NUM-FACTURA        TO PT-NUM-FACTURA
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
                      ,:PT-NUM-FACTURA
                      ,:PT-NOMBRE-PGM)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN PUNTOS_MOVTO'
              DISPLAY 'PARRAFO: 2350-ABONAR-PUNTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD PT-PUNTOS              TO CN-PUNTOS-ABONADOS
      *
           .
       2350-ABONAR-PUNTOS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-FACTURA                                      *
      ******************************************************************
       2400-ESCRIBIR-FACTURA.
           DISPLAY '***************************************'
           DISPLAY '*FACTURAS EMITIDAS  : ' CN-FACTURAS '      *'
           DISPLAY '*ULTIMO NUMERO      : ' WK-NUM-FACTURA '  *'
           DISPLAY '*PUNTOS ABONADOS    : ' CN-PUNTOS-ABONADOS '  *'
           DISPLAY '***************************************'
      *
           STOP RUN
