      **                   LISTADO DE PRODUCTOS BAJO UMBRAL QUE      **
      **                   PRODUCE RUTSTOCK, BUSCA EL PROVEEDOR DE   **
      **                   CADA PRODUCTO Y GRABA UN PEDIDO NUMERADO  **
      **                   EN PEDIDOS_PROVEEDOR POR LA CANTIDAD A    **
      **                   PEDIR DE PREVISION_DEMANDA (LA CALCULA    **
      **                   PREVDEMA CON LAS VENTAS; SIN PREVISION SE **
      **                   PIDE LA CANTIDAD DE REPOSICION PACTADA)   **
      **                   Y EL PRECIO DE COMPRA DEL PROVEEDOR,      **
      **                   CON FECHA PREVISTA SEGUN EL PLAZO DEL     **
      **                   PROVEEDOR. ESCRIBE EL                     **
      **                   FICHERO DE PEDIDOS A ENVIAR AGRUPADO POR  **
      *
       FD FENTRADA
           RECORDING MODE IS F.
       01  REG-FENTRADA               PIC X(0100).
      *    LISTADO DE PRODUCTOS BAJO UMBRAL DE RUTSTOCK
      *
       FD FPEDIDOS
       01  WK-VARIABLES.
           05  WK-NUM-PEDIDO          PIC S9(09) COMP.
           05  WK-PENDIENTES          PIC S9(09) COMP.
           05  WK-CANTIDAD-PEDIDO     PIC S9(05)V COMP-3.
      *
      * LINEA QUE PRODUCE RUTSTOCK EN SU LISTADO DE ALERTAS
       01  LINEA-RUTSTOCK.
           05  ALMACEN-ENT            PIC X(02).
           05  ID-PRODUCTO-ENT        PIC 9(05).
           05  NOMBRE-ENT             PIC X(50).
           05  CATEGORIA-ENT          PIC X(30).
           05  STOCK-ENT              PIC 9(03).
           05  RESERVADO-ENT          PIC 9(05).
           05  UMBRAL-ENT             PIC 9(05).
      *
       01  LINEA-PEDIDO-PROV.
           05  NUM-PEDIDO-SAL         PIC 9(09).
               INCLUDE TBPEDPRV
           END-EXEC.
      *
      *--------DCLGEN PREVISION_DEMANDA---*
      *
           EXEC SQL
               INCLUDE TBPREDEM
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      *     2300-GRABAR-PEDIDO                                         *
      ******************************************************************
       2300-GRABAR-PEDIDO.
      *
           PERFORM 2350-CANTIDAD-A-PEDIR
              THRU 2350-CANTIDAD-A-PEDIR-EXIT
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_PEDIDO_PROV), 0) + 1
           MOVE WK-NUM-PEDIDO         TO PP-NUM-PEDIDO-PROV
           MOVE PV-ID-PROVEEDOR       TO PP-ID-PROVEEDOR
           MOVE PV-ID-PRODUCTO        TO PP-ID-PRODUCTO
           MOVE WK-CANTIDAD-PEDIDO    TO PP-CANTIDAD-PEDIDA
      * EL PRECIO DE COMPRA PACTADO CON EL PROVEEDOR VIAJA EN EL
      * PEDIDO: ES EL QUE RECEPMER USA PARA EL COSTE MEDIO PONDERADO
           MOVE PV-PRECIO-COMPRA      TO PP-PRECIO-UNITARIO
           MOVE WK-NUM-PEDIDO         TO NUM-PEDIDO-SAL
           MOVE PV-NOMBRE-PROVEEDOR   TO PROVEEDOR-SAL
           MOVE PV-ID-PRODUCTO        TO ID-PRODUCTO-SAL
           MOVE WK-CANTIDAD-PEDIDO    TO CANTIDAD-SAL
           MOVE PP-FECHA-PREVISTA     TO FECHA-PREVISTA-SAL
      *
           WRITE REG-FPEDIDOS       FROM LINEA-PEDIDO-PROV
           EXIT.
      *
      ******************************************************************
      *     2350-CANTIDAD-A-PEDIR                                      *
      *     LA CANTIDAD LA DA LA PREVISION DE DEMANDA DEL PRODUCTO; SI *
      *     AUN NO TIENE PREVISION O NO SE VENDE, LA DE REPOSICION     *
      *     PACTADA CON EL PROVEEDOR                                   *
      ******************************************************************
       2350-CANTIDAD-A-PEDIR.
      *
           MOVE PV-CANTIDAD-REPOS     TO WK-CANTIDAD-PEDIDO
           MOVE ID-PRODUCTO-ENT       TO PD-ID-PRODUCTO
      *
           EXEC SQL
               SELECT CANTIDAD_PEDIDO
                 INTO :PD-CANTIDAD-PEDIDO
                 FROM PREVISION_DEMANDA
                WHERE ID_PRODUCTO = :PD-ID-PRODUCTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   IF PD-CANTIDAD-PEDIDO > ZEROS
                      MOVE PD-CANTIDAD-PEDIDO
                                      TO WK-CANTIDAD-PEDIDO
                   END-IF
              WHEN 100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PREVISION_DEMANDA'
                   DISPLAY 'PARRAFO: 2350-CANTIDAD-A-PEDIR'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2350-CANTIDAD-A-PEDIR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2400-ESCRIBIR-INCIDENCIA.
