      ******************************************************************
      ** P E D W E B.- ENTRADA DE PEDIDOS DE LA TIENDA WEB. LEE EL   **
      **               FICHERO DE PEDIDOS DE LA WEB (UNA CABECERA    **
      **               'C' SEGUIDA DE SUS LINEAS 'L'), VALIDA EL     **
      **               CLIENTE EN CLIENTES_TIENDA O LO DA DE ALTA    **
      **               (ANTES SE BUSCA UN POSIBLE DUPLICADO CON LOS  **
      **               MISMOS CRITERIOS Y PUNTOS DE REPODUPC Y, SI   **
      **               LO HAY, SE USA ESE CLIENTE), VALIDA CADA      **
      **               PRODUCTO Y CREA LA CABECERA Y LAS LINEAS EN   **
      **               PENDIENTE EN UNA MISMA UNIDAD DE TRABAJO, CON **
      **               EL PRECIO DE RUTPRECI Y LA PROMOCION VIGENTE. **
      **               DESPUES CONFIRMA EL PEDIDO POR RUTESTPC       **
      **               (CREDITO Y STOCK). CADA PEDIDO, ACEPTADO O    **
      **               RECHAZADO CON SU MOTIVO, SE DEVUELVE A LA WEB **
      **               EN EL FICHERO DE RESPUESTA. LA REFERENCIA WEB **
      **               QUEDA EN COMENTARIOS PARA NO CARGAR DOS VECES **
      **               EL MISMO PEDIDO AL REEJECUTAR.                **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PEDWEB.
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
           SELECT FPEDWEB  ASSIGN TO FPEDWEB
           FILE STATUS FS-FPEDWEB.
      *
           SELECT FRESPWEB ASSIGN TO FRESPWEB
           FILE STATUS FS-FRESPWEB.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FPEDWEB
           RECORDING MODE IS F.
       01  REG-FPEDWEB                PIC X(0168).
      *    PEDIDOS DE LA TIENDA WEB: CABECERA Y LINEAS
      *
       FD FRESPWEB
           RECORDING MODE IS F.
       01  REG-FRESPWEB               PIC X(0100).
      *    RESPUESTA A LA WEB: PEDIDO CREADO O RECHAZADO CON MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FPEDWEB             PIC X(02).
           05  FS-FRESPWEB            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'PEDWEB'.
           05  CT-RUT                 PIC X(08) VALUE 'RUTPRECI'.
           05  CT-RUT-ESTADO          PIC X(08) VALUE 'RUTESTPC'.
           05  CT-CABECERA            PIC X(01) VALUE 'C'.
           05  CT-LINEA               PIC X(01) VALUE 'L'.
           05  CT-PENDIENTE           PIC X(09) VALUE 'PENDIENTE'.
           05  CT-PREPARADO           PIC X(09) VALUE 'PREPARADO'.
           05  CT-RETENIDO            PIC X(09) VALUE 'RETENIDO'.
           05  CT-OK                  PIC X(02) VALUE 'OK'.
           05  CT-KO                  PIC X(02) VALUE 'KO'.
           05  CT-MAX-LINEAS          PIC 9(03) VALUE 100.
           05  CT-UMBRAL-DUPLICADO    PIC 9(02) VALUE 5.
      *
       01  CN-CONTADORES.
           05  CN-LEIDOS              PIC 9(05).
           05  CN-PEDIDOS             PIC 9(05).
           05  CN-CREADOS             PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-CLIENTES-NUEVOS     PIC 9(05).
           05  CN-CLIENTES-PARECIDOS  PIC 9(05).
           05  CN-PREPARADOS          PIC 9(05).
           05  CN-RETENIDOS           PIC 9(05).
           05  CN-SIN-CONFIRMAR       PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY           PIC X(10).
           05  WK-FECHA-VALIDADA      PIC X(10).
           05  WK-ID-CLIENTE          PIC S9(09) COMP.
           05  WK-ID-PEDIDO           PIC S9(09) COMP.
           05  WK-SUMA-LINEAS         PIC S9(08)V9(02) COMP-3.
           05  WK-PEDIDOS-REF         PIC S9(09) COMP.
           05  WK-REFERENCIA          PIC X(50).
           05  WK-MOTIVO              PIC X(40).
           05  WK-MOTIVO-NUEVO        PIC X(40).
           05  WK-ESTADO-FINAL        PIC X(09).
           05  WK-APELLIDO1-CLAVE     PIC X(05).
           05  WK-TELEFONO-CLAVE      PIC X(15).
           05  WK-PUNTOS              PIC 9(02).
           05  WK-MEJOR-PUNTOS        PIC 9(02).
           05  WK-MEJOR-CLIENTE       PIC S9(09) COMP.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(04).
      *
      * REGISTRO DE LA WEB: 'C' CABECERA DEL PEDIDO (ID-CLIENTE A
      * CEROS PARA UN CLIENTE NUEVO) / 'L' LINEA DEL PEDIDO
       01  REGISTRO-WEB.
           05  TIPO-REG-WEB           PIC X(01).
           05  REF-WEB                PIC X(15).
           05  DATOS-WEB              PIC X(152).
           05  CABECERA-WEB REDEFINES DATOS-WEB.
               10  ID-CLIENTE-WEB     PIC 9(09).
               10  NOMBRE-WEB         PIC X(30).
               10  APELLIDO1-WEB      PIC X(20).
               10  APELLIDO2-WEB      PIC X(20).
               10  TELEFONO-WEB       PIC X(15).
               10  DIRECCION-WEB      PIC X(40).
               10  TIPO-ENVIO-WEB     PIC X(08).
               10  FECHA-PEDIDO-WEB   PIC X(10).
           05  LINEA-WEB REDEFINES DATOS-WEB.
               10  ID-PRODUCTO-WEB    PIC 9(05).
               10  CANTIDAD-WEB       PIC 9(05).
               10  ALMACEN-WEB        PIC X(02).
               10  FILLER             PIC X(140).
      *
      * CABECERA DEL PEDIDO EN CURSO (MISMA DISPOSICION QUE 'C')
       01  CABECERA-PEDIDO.
           05  TIPO-REG-PED           PIC X(01).
           05  REF-PED                PIC X(15).
           05  ID-CLIENTE-PED         PIC 9(09).
           05  NOMBRE-PED             PIC X(30).
           05  APELLIDO1-PED          PIC X(20).
           05  APELLIDO2-PED          PIC X(20).
           05  TELEFONO-PED           PIC X(15).
           05  DIRECCION-PED          PIC X(40).
           05  TIPO-ENVIO-PED         PIC X(08).
           05  FECHA-PEDIDO-PED       PIC X(10).
      *
      * LINEAS DEL PEDIDO EN CURSO: SE VALIDAN TODAS ANTES DE GRABAR
       01  TABLA-LINEAS.
           05  CN-LINEAS-PED          PIC 9(04).
           05  LINEA-TB OCCURS 100.
               10  ID-PRODUCTO-TB     PIC 9(05).
               10  CANTIDAD-TB        PIC 9(05).
               10  ALMACEN-TB         PIC X(02).
      *
       01  LINEA-RESPUESTA.
           05  REF-RES                PIC X(15).
           05  RESULTADO-RES          PIC X(02).
           05  ID-PEDIDO-RES          PIC 9(09).
           05  ID-CLIENTE-RES         PIC 9(09).
           05  ESTADO-RES             PIC X(09).
           05  IMPORTE-RES            PIC 9(08)V9(02).
           05  MOTIVO-RES             PIC X(40).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
      *CPY DE RUTINA DE RESOLUCION DE PRECIO
       COPY CPYPRECI.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE ESTADOS
       COPY CPYESTPC.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FPEDWEB         PIC X(01).
               88  SI-FIN-FPEDWEB               VALUE 'S'.
               88  NO-FIN-FPEDWEB               VALUE 'N'.
           05  SW-PEDIDO-VALIDO       PIC X(01).
               88  SI-PEDIDO-VALIDO             VALUE 'S'.
               88  NO-PEDIDO-VALIDO             VALUE 'N'.
           05  SW-ALTA-CLIENTE        PIC X(01).
               88  SI-ALTA-CLIENTE              VALUE 'S'.
               88  NO-ALTA-CLIENTE              VALUE 'N'.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN PEDIDOS_CLIENTE-----*
      *
           EXEC SQL
               INCLUDE TBPROCLI
           END-EXEC.
      *
      *--------DCLGEN PEDIDO_LINEAS-------*
      *
           EXEC SQL
               INCLUDE TBPEDLIN
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_TIENDA-----*
      *
           EXEC SQL
               INCLUDE TBCLITIEN
           END-EXEC.
      *
      *--------DCLGEN PROMOCIONES---------*
      *
           EXEC SQL
               INCLUDE TBPROMO
           END-EXEC.
      *
      *--------CURSOR DE CLIENTES PARECIDOS AL DE LA WEB---------------*
      *
           EXEC SQL
               DECLARE CUR-PARECIDOS CURSOR FOR
               SELECT ID_CLIENTE
                     ,COALESCE(NOMBRE, ' ')
                     ,COALESCE(APELLIDO1_CLI, ' ')
                     ,COALESCE(APELLIDO2_CLI, ' ')
                     ,COALESCE(TELEFONO, ' ')
                     ,COALESCE(DIRECCION, ' ')
                 FROM CLIENTES_TIENDA
                WHERE SUBSTR(APELLIDO1_CLI, 1, 5) = :WK-APELLIDO1-CLAVE
                   OR (TELEFONO = :WK-TELEFONO-CLAVE
                       AND TELEFONO <> ' ')
                ORDER BY ID_CLIENTE
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
             UNTIL SI-FIN-FPEDWEB
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
                      REGISTRO-WEB
      *
           SET NO-FIN-FPEDWEB         TO TRUE
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WK-FECHA-HOY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL OBTENER LA FECHA DEL DIA'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           OPEN INPUT  FPEDWEB
           OPEN OUTPUT FRESPWEB
      *
           IF FS-FPEDWEB NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FPEDWEB'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FPEDWEB
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FRESPWEB NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FRESPWEB'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRESPWEB
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FPEDWEB
              THRU 9000-LEER-FPEDWEB-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN PEDIDO POR VUELTA: SE GUARDA LA CABECERA, SE CARGAN     *
      *     SUS LINEAS HASTA LA SIGUIENTE CABECERA Y SOLO SI TODO ES   *
      *     VALIDO SE GRABA. UNA LINEA SIN CABECERA SE DEVUELVE SOLA.  *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE REGISTRO-WEB          TO CABECERA-PEDIDO
           MOVE SPACES                TO WK-MOTIVO
           MOVE ZEROS                 TO WK-ID-CLIENTE
                                         WK-ID-PEDIDO
                                         WK-SUMA-LINEAS
                                         CN-LINEAS-PED
           SET SI-PEDIDO-VALIDO       TO TRUE
           SET NO-ALTA-CLIENTE        TO TRUE
      *
           IF TIPO-REG-WEB NOT = CT-CABECERA
              MOVE 'LINEA SIN CABECERA DE PEDIDO'
                                      TO WK-MOTIVO
              PERFORM 2900-RESPONDER-RECHAZO
                 THRU 2900-RESPONDER-RECHAZO-EXIT
              PERFORM 9000-LEER-FPEDWEB
                 THRU 9000-LEER-FPEDWEB-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-PEDIDOS
      *
           PERFORM 9000-LEER-FPEDWEB
              THRU 9000-LEER-FPEDWEB-EXIT
      *
           PERFORM 2100-CARGAR-LINEA
              THRU 2100-CARGAR-LINEA-EXIT
             UNTIL SI-FIN-FPEDWEB
                OR TIPO-REG-WEB = CT-CABECERA
      *
           IF SI-PEDIDO-VALIDO
              PERFORM 2200-VALIDAR-PEDIDO
                 THRU 2200-VALIDAR-PEDIDO-EXIT
           END-IF
      *
           IF SI-PEDIDO-VALIDO
              PERFORM 2500-CREAR-PEDIDO
                 THRU 2500-CREAR-PEDIDO-EXIT
              PERFORM 2700-CONFIRMAR-PEDIDO
                 THRU 2700-CONFIRMAR-PEDIDO-EXIT
           ELSE
              PERFORM 2900-RESPONDER-RECHAZO
                 THRU 2900-RESPONDER-RECHAZO-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-CARGAR-LINEA                                          *
      ******************************************************************
       2100-CARGAR-LINEA.
      *
           EVALUATE TRUE
              WHEN TIPO-REG-WEB NOT = CT-LINEA
                   MOVE 'TIPO DE REGISTRO NO RECONOCIDO'
                                      TO WK-MOTIVO-NUEVO
                   PERFORM 2190-RECHAZAR-PEDIDO
                      THRU 2190-RECHAZAR-PEDIDO-EXIT
              WHEN REF-WEB NOT = REF-PED
                   MOVE 'LINEA DE OTRO PEDIDO'
                                      TO WK-MOTIVO-NUEVO
                   PERFORM 2190-RECHAZAR-PEDIDO
                      THRU 2190-RECHAZAR-PEDIDO-EXIT
              WHEN CN-LINEAS-PED NOT < CT-MAX-LINEAS
                   MOVE 'PEDIDO CON DEMASIADAS LINEAS'
                                      TO WK-MOTIVO-NUEVO
                   PERFORM 2190-RECHAZAR-PEDIDO
                      THRU 2190-RECHAZAR-PEDIDO-EXIT
              WHEN OTHER
                   ADD CT-1           TO CN-LINEAS-PED
                   MOVE ID-PRODUCTO-WEB
                                      TO ID-PRODUCTO-TB (CN-LINEAS-PED)
                   MOVE CANTIDAD-WEB  TO CANTIDAD-TB (CN-LINEAS-PED)
                   MOVE ALMACEN-WEB   TO ALMACEN-TB (CN-LINEAS-PED)
           END-EVALUATE
      *
           PERFORM 9000-LEER-FPEDWEB
              THRU 9000-LEER-FPEDWEB-EXIT
      *
           .
       2100-CARGAR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2190-RECHAZAR-PEDIDO                                       *
      *     SE DEVUELVE A LA WEB EL PRIMER MOTIVO ENCONTRADO           *
      ******************************************************************
       2190-RECHAZAR-PEDIDO.
      *
           IF SI-PEDIDO-VALIDO
              SET NO-PEDIDO-VALIDO    TO TRUE
              MOVE WK-MOTIVO-NUEVO    TO WK-MOTIVO
           END-IF
      *
           .
       2190-RECHAZAR-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-VALIDAR-PEDIDO                                        *
      ******************************************************************
       2200-VALIDAR-PEDIDO.
      *
           IF CN-LINEAS-PED = ZEROS
              MOVE 'PEDIDO SIN LINEAS'
                                      TO WK-MOTIVO-NUEVO
              PERFORM 2190-RECHAZAR-PEDIDO
                 THRU 2190-RECHAZAR-PEDIDO-EXIT
              GO TO 2200-VALIDAR-PEDIDO-EXIT
           END-IF
      *
           IF TIPO-ENVIO-PED = SPACES OR LOW-VALUES
              MOVE 'TIPO DE ENVIO NO INFORMADO'
                                      TO WK-MOTIVO-NUEVO
              PERFORM 2190-RECHAZAR-PEDIDO
                 THRU 2190-RECHAZAR-PEDIDO-EXIT
              GO TO 2200-VALIDAR-PEDIDO-EXIT
           END-IF
      *
           PERFORM 2210-VALIDAR-FECHA
              THRU 2210-VALIDAR-FECHA-EXIT
      *
           IF SI-PEDIDO-VALIDO
              PERFORM 2220-VALIDAR-REFERENCIA
                 THRU 2220-VALIDAR-REFERENCIA-EXIT
           END-IF
      *
           IF SI-PEDIDO-VALIDO
              PERFORM 2230-VALIDAR-CLIENTE
                 THRU 2230-VALIDAR-CLIENTE-EXIT
           END-IF
      *
           IF SI-PEDIDO-VALIDO
              PERFORM 2250-VALIDAR-LINEA
                 THRU 2250-VALIDAR-LINEA-EXIT
                VARYING IND FROM 1 BY 1
                UNTIL IND > CN-LINEAS-PED
                   OR NO-PEDIDO-VALIDO
           END-IF
      *
           .
       2200-VALIDAR-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2210-VALIDAR-FECHA                                         *
      *     SIN FECHA EL PEDIDO ES DE HOY                              *
      ******************************************************************
       2210-VALIDAR-FECHA.
      *
           IF FECHA-PEDIDO-PED = SPACES OR LOW-VALUES
              MOVE WK-FECHA-HOY       TO FECHA-PEDIDO-PED
              GO TO 2210-VALIDAR-FECHA-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:FECHA-PEDIDO-PED), ISO)
                 INTO :WK-FECHA-VALIDADA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   MOVE WK-FECHA-VALIDADA
                                      TO FECHA-PEDIDO-PED
              WHEN -180
              WHEN -181
                   MOVE 'FECHA DE PEDIDO NO VALIDA'
                                      TO WK-MOTIVO-NUEVO
                   PERFORM 2190-RECHAZAR-PEDIDO
                      THRU 2190-RECHAZAR-PEDIDO-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL VALIDAR FECHA DE PEDIDO'
                   DISPLAY 'PARRAFO: 2210-VALIDAR-FECHA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2210-VALIDAR-FECHA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2220-VALIDAR-REFERENCIA                                    *
      *     UN PEDIDO WEB YA CARGADO NO SE VUELVE A CREAR              *
      ******************************************************************
       2220-VALIDAR-REFERENCIA.
      *
           MOVE SPACES                TO WK-REFERENCIA
           STRING 'WEB '              DELIMITED BY SIZE
                  REF-PED             DELIMITED BY SIZE
             INTO WK-REFERENCIA
      *
           MOVE WK-REFERENCIA         TO TB-COMENTARIOS
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-PEDIDOS-REF
                 FROM PEDIDOS_CLIENTE
                WHERE COMENTARIOS = :TB-COMENTARIOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER PEDIDOS_CLIENTE'
              DISPLAY 'PARRAFO: 2220-VALIDAR-REFERENCIA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-PEDIDOS-REF > ZEROS
              MOVE 'PEDIDO WEB YA CARGADO'
                                      TO WK-MOTIVO-NUEVO
              PERFORM 2190-RECHAZAR-PEDIDO
                 THRU 2190-RECHAZAR-PEDIDO-EXIT
           END-IF
      *
           .
       2220-VALIDAR-REFERENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2230-VALIDAR-CLIENTE                                       *
      *     CON ID_CLIENTE DEBE EXISTIR; SIN EL SE BUSCA ANTES UN      *
      *     CLIENTE PARECIDO Y SOLO SI NO LO HAY SE DARA DE ALTA       *
      ******************************************************************
       2230-VALIDAR-CLIENTE.
      *
           IF ID-CLIENTE-PED > ZEROS
              MOVE ID-CLIENTE-PED     TO TB-ID-CLIENTE
                                         OF DCLCLIENTES-TIENDA
      *
              EXEC SQL
                  SELECT ID_CLIENTE
                    INTO :TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                    FROM CLIENTES_TIENDA
                   WHERE ID_CLIENTE =
                         :TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
              END-EXEC
      *
              EVALUATE SQLCODE
                 WHEN 0
                      MOVE ID-CLIENTE-PED
                                      TO WK-ID-CLIENTE
                 WHEN 100
                      MOVE 'CLIENTE INEXISTENTE'
                                      TO WK-MOTIVO-NUEVO
                      PERFORM 2190-RECHAZAR-PEDIDO
                         THRU 2190-RECHAZAR-PEDIDO-EXIT
                 WHEN OTHER
                      DISPLAY 'ERROR AL LEER CLIENTES_TIENDA'
                      DISPLAY 'PARRAFO: 2230-VALIDAR-CLIENTE'
                      DISPLAY 'SQLCODE: ' SQLCODE
      *
                      MOVE 8          TO RETURN-CODE
                      PERFORM 3000-FIN
                         THRU 3000-FIN-EXIT
              END-EVALUATE
              GO TO 2230-VALIDAR-CLIENTE-EXIT
           END-IF
      *
           IF NOMBRE-PED = SPACES
              OR APELLIDO1-PED = SPACES
              MOVE 'DATOS DEL CLIENTE INCOMPLETOS'
                                      TO WK-MOTIVO-NUEVO
              PERFORM 2190-RECHAZAR-PEDIDO
                 THRU 2190-RECHAZAR-PEDIDO-EXIT
              GO TO 2230-VALIDAR-CLIENTE-EXIT
           END-IF
      *
           PERFORM 2240-BUSCAR-PARECIDO
              THRU 2240-BUSCAR-PARECIDO-EXIT
      *
           IF WK-MEJOR-PUNTOS NOT < CT-UMBRAL-DUPLICADO
              MOVE WK-MEJOR-CLIENTE   TO WK-ID-CLIENTE
              ADD CT-1                TO CN-CLIENTES-PARECIDOS
           ELSE
              SET SI-ALTA-CLIENTE     TO TRUE
           END-IF
      *
           .
       2230-VALIDAR-CLIENTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2240-BUSCAR-PARECIDO                                       *
      *     CANDIDATOS CON EL MISMO INICIO DE APELLIDO O EL MISMO      *
      *     TELEFONO; SE QUEDA EL DE MAS PUNTOS                        *
      ******************************************************************
       2240-BUSCAR-PARECIDO.
      *
           MOVE ZEROS                 TO WK-MEJOR-PUNTOS
                                         WK-MEJOR-CLIENTE
           MOVE APELLIDO1-PED (1:5)   TO WK-APELLIDO1-CLAVE
           MOVE TELEFONO-PED          TO WK-TELEFONO-CLAVE
           SET NO-FIN-CURSOR          TO TRUE
      *
           EXEC SQL
               OPEN CUR-PARECIDOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PARECIDOS'
              DISPLAY 'PARRAFO: 2240-BUSCAR-PARECIDO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-PARECIDO
              THRU 9100-LEER-PARECIDO-EXIT
      *
           PERFORM 2245-PUNTUAR-PARECIDO
              THRU 2245-PUNTUAR-PARECIDO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-PARECIDOS
           END-EXEC
      *
           .
       2240-BUSCAR-PARECIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2245-PUNTUAR-PARECIDO                                      *
      *     MISMOS PUNTOS QUE EL LISTADO DE DUPLICADOS (REPODUPC):     *
      *     APELLIDO1 (5 POS.) .... 2 PUNTOS                           *
      *     APELLIDO2 (5 POS.) .... 2 PUNTOS                           *
      *     NOMBRE    (3 POS.) .... 1 PUNTO                            *
      *     TELEFONO  (COMPLETO) .. 3 PUNTOS                           *
      *     DIRECCION (10 POS.) ... 2 PUNTOS                           *
      ******************************************************************
       2245-PUNTUAR-PARECIDO.
      *
           MOVE ZEROS                 TO WK-PUNTOS
      *
           IF APELLIDO1-PED (1:5) = TB-APELLIDO1-CLI (1:5)
              ADD 2                   TO WK-PUNTOS
           END-IF
      *
           IF APELLIDO2-PED (1:5) = TB-APELLIDO2-CLI (1:5)
              ADD 2                   TO WK-PUNTOS
           END-IF
      *
           IF NOMBRE-PED (1:3) = TB-NOMBRE (1:3)
              ADD 1                   TO WK-PUNTOS
           END-IF
      *
           IF TELEFONO-PED NOT = SPACES
              AND TELEFONO-PED = TB-TELEFONO
              ADD 3                   TO WK-PUNTOS
           END-IF
      *
           IF DIRECCION-PED (1:10) NOT = SPACES
              AND DIRECCION-PED (1:10) = TB-DIRECCION (1:10)
              ADD 2                   TO WK-PUNTOS
           END-IF
      *
           IF WK-PUNTOS > WK-MEJOR-PUNTOS
              MOVE WK-PUNTOS          TO WK-MEJOR-PUNTOS
              MOVE TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                                      TO WK-MEJOR-CLIENTE
           END-IF
      *
           PERFORM 9100-LEER-PARECIDO
              THRU 9100-LEER-PARECIDO-EXIT
      *
           .
       2245-PUNTUAR-PARECIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2250-VALIDAR-LINEA                                         *
      ******************************************************************
       2250-VALIDAR-LINEA.
      *
           MOVE ID-PRODUCTO-TB (IND)  TO PL-ID-PRODUCTO
      *
           EXEC SQL
               SELECT ID_PRODUCTO
                 INTO :PL-ID-PRODUCTO
                 FROM PRODUCTOS
                WHERE ID_PRODUCTO = :PL-ID-PRODUCTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   MOVE SPACES        TO WK-MOTIVO-NUEVO
                   STRING 'PRODUCTO INEXISTENTE: '
                                      DELIMITED BY SIZE
                          ID-PRODUCTO-TB (IND)
                                      DELIMITED BY SIZE
                     INTO WK-MOTIVO-NUEVO
                   PERFORM 2190-RECHAZAR-PEDIDO
                      THRU 2190-RECHAZAR-PEDIDO-EXIT
                   GO TO 2250-VALIDAR-LINEA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER PRODUCTOS'
                   DISPLAY 'PARRAFO: 2250-VALIDAR-LINEA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF CANTIDAD-TB (IND) = ZEROS
              MOVE SPACES             TO WK-MOTIVO-NUEVO
              STRING 'CANTIDAD A CEROS: '
                                      DELIMITED BY SIZE
                     ID-PRODUCTO-TB (IND)
                                      DELIMITED BY SIZE
                INTO WK-MOTIVO-NUEVO
              PERFORM 2190-RECHAZAR-PEDIDO
                 THRU 2190-RECHAZAR-PEDIDO-EXIT
           END-IF
      *
           .
       2250-VALIDAR-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-CREAR-PEDIDO                                          *
      *     CLIENTE NUEVO, CABECERA Y LINEAS EN UNA UNIDAD DE TRABAJO  *
      ******************************************************************
       2500-CREAR-PEDIDO.
      *
           IF SI-ALTA-CLIENTE
              PERFORM 2510-ALTA-CLIENTE
                 THRU 2510-ALTA-CLIENTE-EXIT
           END-IF
      *
           PERFORM 2520-ALTA-CABECERA
              THRU 2520-ALTA-CABECERA-EXIT
      *
           PERFORM 2530-ALTA-LINEA
              THRU 2530-ALTA-LINEA-EXIT
             VARYING IND FROM 1 BY 1
             UNTIL IND > CN-LINEAS-PED
      *
           MOVE WK-SUMA-LINEAS        TO TB-IMPORTE-TOTAL
      *
           EXEC SQL
               UPDATE PEDIDOS_CLIENTE
                  SET IMPORTE_TOTAL = :TB-IMPORTE-TOTAL
                WHERE ID_PEDIDO = :TB-ID-PEDIDO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACTUALIZAR IMPORTE_TOTAL'
              DISPLAY 'PARRAFO: 2500-CREAR-PEDIDO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL HACER COMMIT'
              DISPLAY 'PARRAFO: 2500-CREAR-PEDIDO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-CREADOS
      *
           .
       2500-CREAR-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2510-ALTA-CLIENTE                                          *
      *     EL SEGMENTO RFM LO ASIGNA RFMSEG EN SU PROXIMA EJECUCION   *
      ******************************************************************
       2510-ALTA-CLIENTE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_CLIENTE), 0) + 1
                 INTO :TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                 FROM CLIENTES_TIENDA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL NUMERAR CLIENTES_TIENDA'
              DISPLAY 'PARRAFO: 2510-ALTA-CLIENTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE NOMBRE-PED            TO TB-NOMBRE
           MOVE APELLIDO1-PED         TO TB-APELLIDO1-CLI
           MOVE APELLIDO2-PED         TO TB-APELLIDO2-CLI
           MOVE TELEFONO-PED          TO TB-TELEFONO
           MOVE DIRECCION-PED         TO TB-DIRECCION
           MOVE FECHA-PEDIDO-PED      TO TB-FECHA-ALTA
                                         OF DCLCLIENTES-TIENDA
      *
           EXEC SQL
               INSERT INTO CLIENTES_TIENDA
                      (ID_CLIENTE
                      ,NOMBRE
                      ,APELLIDO1_CLI
                      ,APELLIDO2_CLI
                      ,TELEFONO
                      ,DIRECCION
                      ,FECHA_ALTA)
               VALUES (:TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                      ,:TB-NOMBRE
                      ,:TB-APELLIDO1-CLI
                      ,:TB-APELLIDO2-CLI
                      ,:TB-TELEFONO
                      ,:TB-DIRECCION
                      ,DATE(:TB-FECHA-ALTA))
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN CLIENTES_TIENDA'
              DISPLAY 'PARRAFO: 2510-ALTA-CLIENTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                                      TO WK-ID-CLIENTE
           ADD CT-1                   TO CN-CLIENTES-NUEVOS
      *
           .
       2510-ALTA-CLIENTE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2520-ALTA-CABECERA                                         *
      ******************************************************************
       2520-ALTA-CABECERA.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_PEDIDO), 0) + 1
                 INTO :TB-ID-PEDIDO
                 FROM PEDIDOS_CLIENTE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL NUMERAR PEDIDOS_CLIENTE'
              DISPLAY 'PARRAFO: 2520-ALTA-CABECERA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE TB-ID-PEDIDO          TO WK-ID-PEDIDO
           MOVE WK-ID-CLIENTE         TO TB-ID-CLIENTE
                                         OF DCLPEDIDOS-CLIENTE
           MOVE FECHA-PEDIDO-PED      TO TB-FECHA-PEDIDO
           MOVE ZEROS                 TO TB-IMPORTE-TOTAL
           MOVE CT-PENDIENTE          TO TB-ESTADO
           MOVE TIPO-ENVIO-PED        TO TB-TIPO-ENVIO
           MOVE WK-REFERENCIA         TO TB-COMENTARIOS
      *
           EXEC SQL
               INSERT INTO PEDIDOS_CLIENTE
                      (ID_PEDIDO
                      ,ID_CLIENTE
                      ,FECHA_PEDIDO
                      ,IMPORTE_TOTAL
                      ,ESTADO
                      ,TIPO_ENVIO
                      ,COMENTARIOS)
               VALUES (:TB-ID-PEDIDO
                      ,:TB-ID-CLIENTE OF DCLPEDIDOS-CLIENTE
                      ,DATE(:TB-FECHA-PEDIDO)
                      ,:TB-IMPORTE-TOTAL
                      ,:TB-ESTADO
                      ,:TB-TIPO-ENVIO
                      ,:TB-COMENTARIOS)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL INSERTAR EN PEDIDOS_CLIENTE'
              DISPLAY 'PARRAFO: 2520-ALTA-CABECERA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2520-ALTA-CABECERA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2530-ALTA-LINEA                                            *
      *     PRECIO VIGENTE EN LA FECHA DEL PEDIDO Y PROMOCION COMO EN  *
      *     EL MANTENIMIENTO DE LINEAS (LINPED)                        *
      ******************************************************************
       2530-ALTA-LINEA.
      *
           MOVE WK-ID-PEDIDO          TO PL-ID-PEDIDO
           MOVE IND                   TO PL-NUM-LINEA
           MOVE ID-PRODUCTO-TB (IND)  TO PL-ID-PRODUCTO
           MOVE CANTIDAD-TB (IND)     TO PL-CANTIDAD
      *
           PERFORM 2540-RESOLVER-PRECIO
              THRU 2540-RESOLVER-PRECIO-EXIT
           MOVE PRECIO-PRE            TO PL-PRECIO-UNIDAD
      *
      * SIN ALMACEN INFORMADO SE SIRVE DEL ALMACEN PRINCIPAL '01'
           IF ALMACEN-TB (IND) = SPACES OR LOW-VALUES
              MOVE '01'               TO PL-ALMACEN
           ELSE
              MOVE ALMACEN-TB (IND)   TO PL-ALMACEN
           END-IF
      *
           PERFORM 2545-BUSCAR-PROMOCION
              THRU 2545-BUSCAR-PROMOCION-EXIT
      *
           COMPUTE PL-IMPORTE-DESCUENTO ROUNDED =
                   PL-CANTIDAD * PL-PRECIO-UNIDAD
                 * PL-PCT-DESCUENTO / 100
      *
           COMPUTE PL-IMPORTE-LINEA =
                   PL-CANTIDAD * PL-PRECIO-UNIDAD
                 - PL-IMPORTE-DESCUENTO
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
              DISPLAY 'PARRAFO: 2530-ALTA-LINEA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD PL-IMPORTE-LINEA       TO WK-SUMA-LINEAS
      *
           .
       2530-ALTA-LINEA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2540-RESOLVER-PRECIO                                       *
      ******************************************************************
       2540-RESOLVER-PRECIO.
      *
           INITIALIZE CPYPRECI
           MOVE ID-PRODUCTO-TB (IND)  TO ID-PRODUCTO-PRE
           MOVE FECHA-PEDIDO-PED      TO FECHA-PRE
      *
           CALL CT-RUT             USING CPYPRECI
      *
           IF RETORNO-PRE NOT = CT-00
              DISPLAY 'PEDWEB: ERROR DE RUTPRECI'
              DISPLAY 'PRODUCTO: ' ID-PRODUCTO-PRE
              DISPLAY 'RETORNO: ' RETORNO-PRE
              DISPLAY 'PARRAFO: ' PARRAFO-PRE
              DISPLAY 'DESCRIPCION: ' DESCRIPCION-PRE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2540-RESOLVER-PRECIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2545-BUSCAR-PROMOCION                                      *
      *     MAYOR DESCUENTO VIGENTE EN LA FECHA DEL PEDIDO, POR        *
      *     PRODUCTO O POR SU CATEGORIA Y RESPETANDO LOS TRAMOS        *
      ******************************************************************
       2545-BUSCAR-PROMOCION.
      *
           MOVE 0                     TO PL-PCT-DESCUENTO
      *
           EXEC SQL
               SELECT COALESCE(MAX(P.PCT_DESCUENTO), 0)
                 INTO :PL-PCT-DESCUENTO
                 FROM PROMOCIONES P
                     ,PRODUCTOS A
                WHERE A.ID_PRODUCTO = :PL-ID-PRODUCTO
                  AND (P.ID_PRODUCTO = :PL-ID-PRODUCTO
                       OR (P.ID_PRODUCTO = 0
                           AND P.CATEGORIA = A.CATEGORIA))
                  AND P.CANTIDAD_MINIMA <= :PL-CANTIDAD
                  AND DATE(:TB-FECHA-PEDIDO)
                      BETWEEN P.FECHA_INICIO AND P.FECHA_FIN
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BUSCAR PROMOCION'
              DISPLAY 'PARRAFO: 2545-BUSCAR-PROMOCION'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2545-BUSCAR-PROMOCION-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-CONFIRMAR-PEDIDO                                      *
      *     EL PASO A PREPARADO LO HACE RUTESTPC: CONTROL DE CREDITO Y *
      *     RESERVA DE STOCK, O RETENIDO SI ALGUNO NO SE CUMPLE. SI LA *
      *     RUTINA FALLA EL PEDIDO YA CREADO QUEDA EN PENDIENTE.       *
      ******************************************************************
       2700-CONFIRMAR-PEDIDO.
      *
           INITIALIZE CPYESTPC
           MOVE WK-ID-PEDIDO          TO ID-PEDIDO
           MOVE CT-PREPARADO          TO ESTADO-NUEVO
      *
           CALL CT-RUT-ESTADO      USING CPYESTPC
      *
           IF RETORNO-ERR = CT-00
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              MOVE ESTADO-APLICADO    TO WK-ESTADO-FINAL
              IF ESTADO-APLICADO = CT-RETENIDO
                 MOVE 'RETENIDO POR CREDITO O FALTA DE STOCK'
                                      TO WK-MOTIVO
                 ADD CT-1             TO CN-RETENIDOS
              ELSE
                 ADD CT-1             TO CN-PREPARADOS
              END-IF
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE CT-PENDIENTE       TO WK-ESTADO-FINAL
              MOVE DESCRIPCION-ERR (1:40)
                                      TO WK-MOTIVO
              ADD CT-1                TO CN-SIN-CONFIRMAR
           END-IF
      *
           MOVE REF-PED               TO REF-RES
           MOVE CT-OK                 TO RESULTADO-RES
           MOVE WK-ID-PEDIDO          TO ID-PEDIDO-RES
           MOVE WK-ID-CLIENTE         TO ID-CLIENTE-RES
           MOVE WK-ESTADO-FINAL       TO ESTADO-RES
           MOVE WK-SUMA-LINEAS        TO IMPORTE-RES
           MOVE WK-MOTIVO             TO MOTIVO-RES
      *
           PERFORM 2950-ESCRIBIR-RESPUESTA
              THRU 2950-ESCRIBIR-RESPUESTA-EXIT
      *
           .
       2700-CONFIRMAR-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2900-RESPONDER-RECHAZO                                     *
      ******************************************************************
       2900-RESPONDER-RECHAZO.
      *
           MOVE REF-PED               TO REF-RES
           MOVE CT-KO                 TO RESULTADO-RES
           MOVE ZEROS                 TO ID-PEDIDO-RES
                                         IMPORTE-RES
           MOVE ID-CLIENTE-PED        TO ID-CLIENTE-RES
           MOVE SPACES                TO ESTADO-RES
           MOVE WK-MOTIVO             TO MOTIVO-RES
      *
           ADD CT-1                   TO CN-RECHAZADOS
      *
           PERFORM 2950-ESCRIBIR-RESPUESTA
              THRU 2950-ESCRIBIR-RESPUESTA-EXIT
      *
           .
       2900-RESPONDER-RECHAZO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2950-ESCRIBIR-RESPUESTA                                    *
      ******************************************************************
       2950-ESCRIBIR-RESPUESTA.
      *
           WRITE REG-FRESPWEB       FROM LINEA-RESPUESTA
      *
           IF FS-FRESPWEB NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRESPWEB'
              DISPLAY 'PARRAFO: 2950-ESCRIBIR-RESPUESTA'
              DISPLAY 'FILE STATUS: ' FS-FRESPWEB
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2950-ESCRIBIR-RESPUESTA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      *     CADA PEDIDO SE CONFIRMA POR SEPARADO; UN ERROR TECNICO     *
      *     DESHACE SOLO EL PEDIDO EN CURSO                            *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE NOT = 0
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FPEDWEB
                 FRESPWEB
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   P E D W E B            **'
           DISPLAY '***************************************'
           DISPLAY '*REGISTROS LEIDOS   : ' CN-LEIDOS '      *'
           DISPLAY '*PEDIDOS RECIBIDOS  : ' CN-PEDIDOS '      *'
           DISPLAY '*PEDIDOS CREADOS    : ' CN-CREADOS '      *'
           DISPLAY '*  PREPARADOS       : ' CN-PREPARADOS '      *'
           DISPLAY '*  RETENIDOS        : ' CN-RETENIDOS '      *'
           DISPLAY '*  SIN CONFIRMAR    : ' CN-SIN-CONFIRMAR '      *'
           DISPLAY '*RECHAZADOS         : ' CN-RECHAZADOS '      *'
           DISPLAY '*CLIENTES NUEVOS    : ' CN-CLIENTES-NUEVOS '      *'
           DISPLAY '*CLIENTES PARECIDOS : ' CN-CLIENTES-PARECIDOS
                   '      *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-FPEDWEB                                          *
      ******************************************************************
       9000-LEER-FPEDWEB.
      *
           READ FPEDWEB INTO REGISTRO-WEB
      *
           EVALUATE FS-FPEDWEB
              WHEN CT-00
                   ADD CT-1           TO CN-LEIDOS
              WHEN CT-10
                   SET SI-FIN-FPEDWEB TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FPEDWEB'
                   DISPLAY 'PARRAFO: 9000-LEER-FPEDWEB'
                   DISPLAY 'FILE STATUS: ' FS-FPEDWEB
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FPEDWEB-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9100-LEER-PARECIDO                                         *
      ******************************************************************
       9100-LEER-PARECIDO.
      *
           EXEC SQL
               FETCH CUR-PARECIDOS
                INTO :TB-ID-CLIENTE OF DCLCLIENTES-TIENDA
                    ,:TB-NOMBRE
                    ,:TB-APELLIDO1-CLI
                    ,:TB-APELLIDO2-CLI
                    ,:TB-TELEFONO
                    ,:TB-DIRECCION
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-CURSOR  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-PARECIDOS'
                   DISPLAY 'PARRAFO: 9100-LEER-PARECIDO'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-PARECIDO-EXIT.
           EXIT.
