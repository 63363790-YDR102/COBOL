      ******************************************************************
      ** R E L A C L I.-RESUMEN DE RELACION GLOBAL POR CLIENTE. PARA  **
      **                CADA CLIENTE DE CLIENTES_MAESTRO SUMA, A      **
      **                TRAVES DE SUS ENLACES EN ENLACES_CLIENTE:     **
      **                - POLIZAS DE SEGUROS_PEPITO_SEG (CLAVES 'SEG' **
      **                  Y 'MAP') Y SUS SINIESTROS ABIERTOS: SIN     **
      **                  PAGAR, PENDIENTES O ACEPTADOS, Y LOS        **
      **                  RECHAZADOS CON APELACION PENDIENTE.         **
      **                - CUENTAS DE CUENTAS EN LAS QUE INTERVIENE    **
      **                  (CLAVES 'INT') Y DE BANCO_PICHINCHA         **
      **                  (CLAVES 'PIC'), CON EL SALDO EN EUROS AL    **
      **                  ULTIMO CAMBIO DE DIVISAS.                   **
      **                - PEDIDOS NO CANCELADOS DE PEDIDOS_CLIENTE    **
      **                  (CLAVES 'TIE') Y SU IMPORTE.                **
      **                EL INFORME SALE EN FRELACLI CON TOTALES AL    **
      **                FINAL.                                        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   RELACLI.
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
           SELECT FRELACLI ASSIGN TO FRELACLI
           FILE STATUS FS-FRELACLI.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRELACLI
           RECORDING MODE IS F.
       01  REG-FRELACLI               PIC X(0150).
      *    RESUMEN DE RELACION POR CLIENTE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRELACLI            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
      *
       01  CN-CONTADORES.
           05  CN-CLIENTES            PIC 9(07).
           05  CN-MULTISISTEMA        PIC 9(07).
           05  CN-REGISTROS-ESCRITOS  PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-SISTEMAS            PIC S9(09) COMP.
           05  WK-POLIZAS             PIC S9(09) COMP.
           05  WK-SINIESTROS          PIC S9(09) COMP.
           05  WK-CUENTAS             PIC S9(09) COMP.
           05  WK-CUENTAS-PIC         PIC S9(09) COMP.
           05  WK-PEDIDOS             PIC S9(09) COMP.
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-PIC           PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-PEDIDOS     PIC S9(15)V9(02) COMP-3.
      *
       01  WK-TOTALES.
           05  WK-TOT-POLIZAS         PIC S9(09) COMP.
           05  WK-TOT-SINIESTROS      PIC S9(09) COMP.
           05  WK-TOT-CUENTAS         PIC S9(09) COMP.
           05  WK-TOT-PEDIDOS         PIC S9(09) COMP.
           05  WK-TOT-SALDO           PIC S9(15)V9(02) COMP-3.
           05  WK-TOT-IMPORTE         PIC S9(15)V9(02) COMP-3.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(45) VALUE
               'RESUMEN DE RELACION GLOBAL POR CLIENTE'.
           05  FILLER                 PIC X(105) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(10) VALUE 'ID CLIENTE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'DNI'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE 'NOMBRE'.
           05  FILLER                 PIC X(04) VALUE 'SIS'.
           05  FILLER                 PIC X(05) VALUE ' POL'.
           05  FILLER                 PIC X(05) VALUE ' SIN'.
           05  FILLER                 PIC X(05) VALUE ' CTA'.
           05  FILLER                 PIC X(20) VALUE
               '        SALDO EUR'.
           05  FILLER                 PIC X(05) VALUE ' PED'.
           05  FILLER                 PIC X(20) VALUE
               '      IMPORTE PED.'.
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  LINEA-CLIENTE.
           05  ID-MAESTRO-REL         PIC ZZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DNI-REL                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-REL             PIC X(40).
           05  SISTEMAS-REL           PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  POLIZAS-REL            PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SINIESTROS-REL         PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTAS-REL            PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SALDO-REL              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PEDIDOS-REL            PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-REL            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  FILLER                 PIC X(20) VALUE 'TOTAL CLIENTES:'.
           05  CLIENTES-TOT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(37) VALUE SPACES.
           05  POLIZAS-TOT            PIC ZZZZ9.
           05  SINIESTROS-TOT         PIC ZZZZ9.
           05  CUENTAS-TOT            PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SALDO-TOT              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  PEDIDOS-TOT            PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-TOT            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CUR-MAESTROS    PIC X(01).
               88  SI-FIN-CUR-MAESTROS          VALUE 'S'.
               88  NO-FIN-CUR-MAESTROS          VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAESTRO----*
      *
           EXEC SQL
               INCLUDE TBCLIMAE
           END-EXEC.
      *
      *--------CURSOR CLIENTES DEL MAESTRO------*
      *
           EXEC SQL
               DECLARE CUR-MAESTROS CURSOR FOR
               SELECT ID_MAESTRO
                     ,DNI
                     ,NOMBRE
                     ,APELLIDO_1
                     ,APELLIDO_2
                 FROM CLIENTES_MAESTRO
                ORDER BY ID_MAESTRO
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CUR-MAESTROS
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      WK-TOTALES
                      DCLCLIENTES-MAESTRO
      *
           SET NO-FIN-CUR-MAESTROS       TO TRUE
      *
           OPEN OUTPUT FRELACLI
      *
           IF FS-FRELACLI NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FRELACLI'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRELACLI
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE LINEA-TITULO             TO REG-FRELACLI
           PERFORM 2900-ESCRIBIR
              THRU 2900-ESCRIBIR-EXIT
      *
           MOVE SPACES                   TO REG-FRELACLI
           PERFORM 2900-ESCRIBIR
              THRU 2900-ESCRIBIR-EXIT
      *
           MOVE LINEA-CABECERA           TO REG-FRELACLI
           PERFORM 2900-ESCRIBIR
              THRU 2900-ESCRIBIR-EXIT
      *
           EXEC SQL
               OPEN CUR-MAESTROS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MAESTROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CUR-MAESTROS
              THRU 9000-LEER-CUR-MAESTROS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-SEGUROS
              THRU 2100-SEGUROS-EXIT
      *
           PERFORM 2200-BANCA
              THRU 2200-BANCA-EXIT
      *
           PERFORM 2300-TIENDA
              THRU 2300-TIENDA-EXIT
      *
           PERFORM 2400-ESCRIBIR-CLIENTE
              THRU 2400-ESCRIBIR-CLIENTE-EXIT
      *
           PERFORM 9000-LEER-CUR-MAESTROS
              THRU 9000-LEER-CUR-MAESTROS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-SEGUROS                                               *
      *     POLIZAS DEL CLIENTE Y SINIESTROS AUN PENDIENTES ('P').     *
      ******************************************************************
       2100-SEGUROS.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-POLIZAS
                 FROM SEGUROS_PEPITO_SEG S
                WHERE S.DNI_CL IN
                      (SELECT E.CLAVE_ORIGEN
                         FROM ENLACES_CLIENTE E
                        WHERE E.ID_MAESTRO = :MA-ID-MAESTRO
                          AND E.SISTEMA IN ('SEG', 'MAP'))
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-SEGUROS'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-SINIESTROS
                 FROM SINIESTROS_PEPITO_SEG SI
                WHERE ((SI.FECHA_PAGO IS NULL
                        AND SI.ACPTADO IN ('P', 'S'))
                       OR EXISTS
                      (SELECT 1
                         FROM APELACIONES_SINIESTROS AP
                        WHERE AP.ID_SINIETRO = SI.ID_SINIETRO
                          AND AP.ESTADO = 'P'))
                  AND SI.NUMERO_POLIZA IN
                      (SELECT S.NUMERO_POLIZA
                         FROM SEGUROS_PEPITO_SEG S
                             ,ENLACES_CLIENTE E
                        WHERE E.ID_MAESTRO = :MA-ID-MAESTRO
                          AND E.SISTEMA IN ('SEG', 'MAP')
                          AND S.DNI_CL = E.CLAVE_ORIGEN)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-SEGUROS'
              DISPLAY 'TABLA: SINIESTROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-SEGUROS-EXIT.
           EXIT.
      ******************************************************************
      *     2200-BANCA                                                 *
      *     CUENTAS EN LAS QUE INTERVIENE Y CUENTAS DE PICHINCHA. LOS  *
      *     SALDOS EN DIVISA SE PASAN A EUROS AL CAMBIO MAS RECIENTE,  *
      *     COMO EN REVALFX (UNA DIVISA SIN CAMBIO NO SUMA SALDO).     *
      ******************************************************************
       2200-BANCA.
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(
                      CASE WHEN COALESCE(C.DIVISA, 'EUR') = 'EUR'
                           THEN C.SALDO
                           ELSE C.SALDO /
                                (SELECT D.CAMBIO
                                   FROM DIVISAS D
                                  WHERE D.DIVISA = C.DIVISA
                                    AND D.FECHAVIG =
                                        (SELECT MAX(D2.FECHAVIG)
                                           FROM DIVISAS D2
                                          WHERE D2.DIVISA = C.DIVISA
                                            AND D2.FECHAVIG
                                                <= CURRENT DATE))
                      END), 0)
                 INTO :WK-CUENTAS
                     ,:WK-SALDO
                 FROM CUENTAS C
                WHERE EXISTS
                      (SELECT 1
                         FROM INTERVINIENTES I
                             ,ENLACES_CLIENTE E
                        WHERE E.ID_MAESTRO = :MA-ID-MAESTRO
                          AND E.SISTEMA = 'INT'
                          AND I.DNI_PERSONA = E.CLAVE_ORIGEN
                          AND I.BANCO = C.BANCO
                          AND I.OFICINA = C.OFICINA
                          AND I.NUM_CUENTA = C.NUM_CUENTA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-BANCA'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(
                      CASE WHEN P.DIVISA = 'EUR'
                           THEN P.IMPORTE
                           ELSE P.IMPORTE /
                                (SELECT D.CAMBIO
                                   FROM DIVISAS D
                                  WHERE D.DIVISA = P.DIVISA
                                    AND D.FECHAVIG =
                                        (SELECT MAX(D2.FECHAVIG)
                                           FROM DIVISAS D2
                                          WHERE D2.DIVISA = P.DIVISA
                                            AND D2.FECHAVIG
                                                <= CURRENT DATE))
                      END), 0)
                 INTO :WK-CUENTAS-PIC
                     ,:WK-SALDO-PIC
                 FROM BANCO_PICHINCHA P
                     ,ENLACES_CLIENTE E
                WHERE E.ID_MAESTRO = :MA-ID-MAESTRO
                  AND E.SISTEMA = 'PIC'
                  AND P.ID_CLIENTE = E.CLAVE_ORIGEN
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-BANCA'
              DISPLAY 'TABLA: BANCO_PICHINCHA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD WK-CUENTAS-PIC            TO WK-CUENTAS
           ADD WK-SALDO-PIC              TO WK-SALDO
      *
           .
       2200-BANCA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-TIENDA                                                *
      ******************************************************************
       2300-TIENDA.
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(P.IMPORTE_TOTAL), 0)
                 INTO :WK-PEDIDOS
                     ,:WK-IMPORTE-PEDIDOS
                 FROM PEDIDOS_CLIENTE P
                     ,ENLACES_CLIENTE E
                WHERE E.ID_MAESTRO = :MA-ID-MAESTRO
                  AND E.SISTEMA = 'TIE'
                  AND CHAR(P.ID_CLIENTE) = E.CLAVE_ORIGEN
                  AND COALESCE(P.ESTADO, ' ') <> 'CANCELADO'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-TIENDA'
              DISPLAY 'TABLA: PEDIDOS_CLIENTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2300-TIENDA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ESCRIBIR-CLIENTE                                      *
      ******************************************************************
       2400-ESCRIBIR-CLIENTE.
      *
           EXEC SQL
               SELECT COUNT(DISTINCT SISTEMA)
                 INTO :WK-SISTEMAS
                 FROM ENLACES_CLIENTE
                WHERE ID_MAESTRO = :MA-ID-MAESTRO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-ESCRIBIR-CLIENTE'
              DISPLAY 'TABLA: ENLACES_CLIENTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-SISTEMAS > 1
              ADD CT-1                   TO CN-MULTISISTEMA
           END-IF
      *
           MOVE SPACES                   TO NOMBRE-REL
           STRING MA-NOMBRE     DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  MA-APELLIDO-1 DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  MA-APELLIDO-2 DELIMITED BY '  '
             INTO NOMBRE-REL
           END-STRING
      *
           MOVE MA-ID-MAESTRO            TO ID-MAESTRO-REL
           MOVE MA-DNI                   TO DNI-REL
           MOVE WK-SISTEMAS              TO SISTEMAS-REL
           MOVE WK-POLIZAS               TO POLIZAS-REL
           MOVE WK-SINIESTROS            TO SINIESTROS-REL
           MOVE WK-CUENTAS               TO CUENTAS-REL
           MOVE WK-SALDO                 TO SALDO-REL
           MOVE WK-PEDIDOS               TO PEDIDOS-REL
           MOVE WK-IMPORTE-PEDIDOS       TO IMPORTE-REL
      *
           MOVE LINEA-CLIENTE            TO REG-FRELACLI
           PERFORM 2900-ESCRIBIR
              THRU 2900-ESCRIBIR-EXIT
      *
           ADD WK-POLIZAS                TO WK-TOT-POLIZAS
           ADD WK-SINIESTROS             TO WK-TOT-SINIESTROS
           ADD WK-CUENTAS                TO WK-TOT-CUENTAS
           ADD WK-SALDO                  TO WK-TOT-SALDO
           ADD WK-PEDIDOS                TO WK-TOT-PEDIDOS
           ADD WK-IMPORTE-PEDIDOS        TO WK-TOT-IMPORTE
      *
           .
       2400-ESCRIBIR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR                                              *
      ******************************************************************
       2900-ESCRIBIR.
      *
           WRITE REG-FRELACLI
      *
           IF FS-FRELACLI NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRELACLI'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR'
              DISPLAY 'FILE STATUS: ' FS-FRELACLI
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-REGISTROS-ESCRITOS
      *
           .
       2900-ESCRIBIR-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-MAESTROS
           END-EXEC
      *
           IF RETURN-CODE < 8
              MOVE SPACES                TO REG-FRELACLI
              WRITE REG-FRELACLI
      *
              MOVE CN-CLIENTES           TO CLIENTES-TOT
              MOVE WK-TOT-POLIZAS        TO POLIZAS-TOT
              MOVE WK-TOT-SINIESTROS     TO SINIESTROS-TOT
              MOVE WK-TOT-CUENTAS        TO CUENTAS-TOT
              MOVE WK-TOT-SALDO          TO SALDO-TOT
              MOVE WK-TOT-PEDIDOS        TO PEDIDOS-TOT
              MOVE WK-TOT-IMPORTE        TO IMPORTE-TOT
              WRITE REG-FRELACLI         FROM LINEA-TOTAL
           END-IF
      *
           CLOSE FRELACLI
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R E L A C L I      **'
           DISPLAY '***********************************'
           DISPLAY '*CLIENTES          : ' CN-CLIENTES '     *'
           DISPLAY '*EN VARIOS SISTEMAS: ' CN-MULTISISTEMA '     *'
           DISPLAY '*LINEAS ESCRITAS   : ' CN-REGISTROS-ESCRITOS
                   '     *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CUR-MAESTROS                                     *
      ******************************************************************
       9000-LEER-CUR-MAESTROS.
      *
           INITIALIZE DCLCLIENTES-MAESTRO
                      WK-VARIABLES
      *
           EXEC SQL
               FETCH CUR-MAESTROS
                INTO :MA-ID-MAESTRO
                    ,:MA-DNI
                    ,:MA-NOMBRE
                    ,:MA-APELLIDO-1
                    ,:MA-APELLIDO-2
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-CLIENTES
               WHEN 100
                    SET SI-FIN-CUR-MAESTROS TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MAESTROS'
                    DISPLAY 'PARRAFO: 9000-LEER-CUR-MAESTROS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CUR-MAESTROS-EXIT.
           EXIT.
      *
