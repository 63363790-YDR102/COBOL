      ******************************************************************
      ** M I G B R E X T.-MIGRACION DE LAS CUENTAS DE BREXIT_BANK AL  **
      **                  LIBRO CUENTAS. REARRANCABLE: SOLO TRATA LAS **
      **                  CUENTAS DE ORIGEN QUE NO ESTAN AUN EN       **
      **                  MIGRACION_BREXIT. POR CADA CUENTA, EN UNA   **
      **                  SOLA UNIDAD DE TRABAJO:                     **
      **                  - BANCO Y OFICINA DEL LIBRO SEGUN           **
      **                    OFICINAS_MIGRACION; NUMERO DE CUENTA =    **
      **                    '000' + COUNT_NUMBER; DC RECALCULADO;     **
      **                    PRODUCTO SEGUN TYPE (CT-TABLA-PRODUCTOS,  **
      **                    'CC' SI NO FIGURA) Y CURRENCY COMO DIVISA.**
      **                  - TITULAR EN INTERVINIENTES (100%) CON      **
      **                    DNI_PERSONA 'B' + CUSTOMER A 8 DIGITOS.   **
      **                  - BALANCE COMO MOVIMIENTO DE APERTURA 'A'   **
      **                    EN CUENTAS_MOVTO (IMPORTE = SALDO         **
      **                    RESULTANTE), PARA QUE CUADRMOV LO         **
      **                    REEJECUTE.                                **
      **                  - FILA DE CRUCE EN MIGRACION_BREXIT.        **
      **                  LAS NO MIGRABLES VAN A FRECHAZO CON SU      **
      **                  MOTIVO Y SE REINTENTAN EN LA SIGUIENTE      **
      **                  EJECUCION. AL TERMINAR EMITE EL FICHERO DE  **
      **                  CRUCE DE NUMEROS ANTIGUOS Y NUEVOS (CON     **
      **                  IBAN) Y LA CONCILIACION POR DIVISA: NUMERO  **
      **                  DE CUENTAS Y SALDOS DE BREXIT_BANK CONTRA   **
      **                  LAS CUENTAS DEL LIBRO CON SU APERTURA.      **
      **                  RETURN-CODE 4 SI HAY RECHAZOS O DESCUADRE.  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   MIGBREXT.
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
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
           SELECT FCRUCE ASSIGN TO FCRUCE
           FILE STATUS FS-FCRUCE.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    CUENTAS DE ORIGEN NO MIGRADAS CON SU MOTIVO
      *
       FD FCRUCE
           RECORDING MODE IS F.
       01  REG-FCRUCE                 PIC X(0080).
      *    CRUCE DE NUMERO DE CUENTA ANTIGUO Y NUEVO
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    CONCILIACION DE LA MIGRACION POR DIVISA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRECHAZO            PIC X(02).
           05  FS-FCRUCE              PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'MIGBREXT'.
           05  CT-TIPO-APERTURA       PIC X(01) VALUE 'A'.
           05  CT-PRODUCTO-DEFECTO    PIC X(02) VALUE 'CC'.
           05  CT-MAX-CLIENTE         PIC 9(10) VALUE 99999999.
           05  CT-NUM-PRODUCTOS       PIC 9(02) VALUE 3.
           05  CT-MOTIVO-NUMERO       PIC X(20) VALUE
               'NUMERO NO NUMERICO'.
           05  CT-MOTIVO-CLIENTE      PIC X(20) VALUE
               'CLIENTE FUERA RANGO'.
           05  CT-MOTIVO-OFICINA      PIC X(20) VALUE
               'OFICINA SIN MAPEO'.
           05  CT-MOTIVO-EXISTE       PIC X(20) VALUE
               'CUENTA YA EXISTE'.
      *
      * TIPOS DE CUENTA DE BREXIT_BANK Y SU PRODUCTO EN EL LIBRO
       01  CT-TABLA-PRODUCTOS.
           05  FILLER              PIC X(17) VALUE
               'CURRENT        CC'.
           05  FILLER              PIC X(17) VALUE
               'CHECKING       CC'.
           05  FILLER              PIC X(17) VALUE
               'SAVINGS        CA'.
       01  CT-TABLA-PRODUCTOS-R REDEFINES CT-TABLA-PRODUCTOS.
           05  PRODUCTOS-TB OCCURS 3.
               10  TYPE-TB            PIC X(15).
               10  PRODUCTO-TB        PIC X(02).
      *
      * PESOS DEL ALGORITMO ESTANDAR DEL DIGITO DE CONTROL, COMO EN
      * TRANSFER: 1,2,4,8,5,10,9,7,3,6 SOBRE CADA MITAD DE 10 DIGITOS
       01  CN-PESOS.
           05  FILLER                 PIC X(20) VALUE
               '01020408051009070306'.
       01  CN-PESOS-R REDEFINES CN-PESOS.
           05  PESO-TB OCCURS 10      PIC 9(02).
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(07).
           05  CN-MIGRADAS            PIC 9(07).
           05  CN-RECHAZADAS          PIC 9(07).
           05  CN-TIPO-DEFECTO        PIC 9(07).
           05  CN-CRUCES              PIC 9(07).
           05  CN-DIVISAS             PIC 9(05).
           05  CN-DESCUADRES          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-NUM-CUENTAS         PIC S9(09) COMP.
           05  WK-CLIENTE             PIC 9(10).
           05  WK-CLIENTE-R REDEFINES WK-CLIENTE.
               10  FILLER             PIC X(02).
               10  WK-CLIENTE-8       PIC X(08).
           05  WK-DIVISA-ORIGEN       PIC X(03).
           05  WK-NUM-ORIGEN          PIC S9(09) COMP.
           05  WK-SALDO-ORIGEN        PIC S9(15)V9(02) COMP-3.
           05  WK-NUM-LIBRO           PIC S9(09) COMP.
           05  WK-SALDO-LIBRO         PIC S9(15)V9(02) COMP-3.
           05  WK-TOT-NUM-ORIGEN      PIC S9(09) COMP.
           05  WK-TOT-SALDO-ORIGEN    PIC S9(15)V9(02) COMP-3.
           05  WK-TOT-NUM-LIBRO       PIC S9(09) COMP.
           05  WK-TOT-SALDO-LIBRO     PIC S9(15)V9(02) COMP-3.
      *
      * NUMERO DE CUENTA DEL LIBRO: '000' + COUNT_NUMBER
           05  WK-NUM-CUENTA-NUEVA.
               10  FILLER             PIC X(03) VALUE '000'.
               10  WK-COUNT-NUMBER    PIC X(07).
      *
       01  WK-VARIABLES-DC.
           05  WK-BASE-DC1.
               10  FILLER             PIC 9(02) VALUE ZEROS.
               10  WK-BASE-DC1-BANCO  PIC 9(04).
               10  WK-BASE-DC1-OFIC   PIC 9(04).
           05  WK-BASE-DC2            PIC 9(10).
           05  WK-BASE-DC             PIC 9(10).
           05  WK-SUMA-DC             PIC 9(04).
           05  WK-COCIENTE-DC         PIC 9(04).
           05  WK-RESTO-DC            PIC 9(02).
           05  WK-DIGITO-DC           PIC 9(02).
           05  WK-DIGITO-ACTUAL       PIC 9(01).
           05  WK-DC-CALCULADO.
               10  WK-DC-CALC-1       PIC 9.
               10  WK-DC-CALC-2       PIC 9.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYIBAN.
      *
       01  LINEA-RECHAZO.
           05  CUENTA-ORIGEN-RECH     PIC X(17).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLIENTE-RECH           PIC 9(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-RECH            PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SALDO-RECH             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-CRUCE.
           05  CUENTA-ANTIGUA-CRU     PIC X(17).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-NUEVA-CRU       PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IBAN-CRU               PIC X(24).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-CRU             PIC X(03).
           05  FILLER                 PIC X(13) VALUE SPACES.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(50) VALUE
               'CONCILIACION DE LA MIGRACION DE BREXIT_BANK'.
           05  FILLER                 PIC X(82) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(44) VALUE
               'DIV  CUENTAS ORIGEN         SALDO ORIGEN'.
           05  FILLER                 PIC X(45) VALUE
               '  CUENTAS LIBRO          SALDO LIBRO'.
           05  FILLER                 PIC X(43) VALUE
               'RESULTADO'.
      *
       01  LINEA-CONCILIACION.
           05  DIVISA-CON             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-ORIGEN-CON         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SALDO-ORIGEN-CON       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-LIBRO-CON          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SALDO-LIBRO-CON        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-CON          PIC X(10).
           05  FILLER                 PIC X(54) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-PENDIENTES      PIC X(01).
               88  SI-FIN-PENDIENTES            VALUE 'S'.
               88  NO-FIN-PENDIENTES            VALUE 'N'.
           05  SW-FIN-CRUCES          PIC X(01).
               88  SI-FIN-CRUCES                VALUE 'S'.
               88  NO-FIN-CRUCES                VALUE 'N'.
           05  SW-FIN-ORIGEN          PIC X(01).
               88  SI-FIN-ORIGEN                VALUE 'S'.
               88  NO-FIN-ORIGEN                VALUE 'N'.
           05  SW-CUENTA-VALIDA       PIC X(01).
               88  SI-CUENTA-VALIDA             VALUE 'S'.
               88  NO-CUENTA-VALIDA             VALUE 'N'.
           05  SW-PRODUCTO            PIC X(01).
               88  SI-PRODUCTO                  VALUE 'S'.
               88  NO-PRODUCTO                  VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN BREXIT_BANK---------*
      *
           EXEC SQL
               INCLUDE TBBREXIT
           END-EXEC.
      *
      *--------DCLGEN CUENTAS-------------*
      *
           EXEC SQL
               INCLUDE TBCUENTA
           END-EXEC.
      *
      *--------DCLGEN INTERVINIENTES------*
      *
           EXEC SQL
               INCLUDE TBINTERV
           END-EXEC.
      *
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN OFICINAS_MIGRACION--*
      *
           EXEC SQL
               INCLUDE TBOFIMIG
           END-EXEC.
      *
      *--------DCLGEN MIGRACION_BREXIT----*
      *
           EXEC SQL
               INCLUDE TBMIGBRX
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS DE BREXIT_BANK AUN NO MIGRADAS--------*
      *
           EXEC SQL
               DECLARE CUR-PENDIENTES CURSOR WITH HOLD FOR
               SELECT B.BANK
                     ,B.OFFICE
                     ,B.CD
                     ,B.COUNT_NUMBER
                     ,B.CUSTOMER
                     ,B.TYPE
                     ,B.BALANCE
                     ,B.CURRENCY
                     ,B.NAME
                     ,B.SURNAME
                 FROM BREXIT_BANK B
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM MIGRACION_BREXIT X
                        WHERE X.BANK = B.BANK
                          AND X.OFFICE = B.OFFICE
                          AND X.CD = B.CD
                          AND X.COUNT_NUMBER = B.COUNT_NUMBER)
                ORDER BY B.BANK, B.OFFICE, B.COUNT_NUMBER
           END-EXEC.
      *
      *--------CURSOR DEL CRUCE COMPLETO, TODAS LAS EJECUCIONES--------*
      *
           EXEC SQL
               DECLARE CUR-CRUCES CURSOR FOR
               SELECT BANK
                     ,OFFICE
                     ,CD
                     ,COUNT_NUMBER
                     ,BANCO
                     ,OFICINA
                     ,DC
                     ,NUM_CUENTA
                     ,DIVISA
                 FROM MIGRACION_BREXIT
                ORDER BY BANK, OFFICE, COUNT_NUMBER
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS Y SALDOS DE ORIGEN POR DIVISA---------*
      *
           EXEC SQL
               DECLARE CUR-ORIGEN CURSOR FOR
               SELECT CURRENCY
                     ,COUNT(*)
                     ,SUM(BALANCE)
                 FROM BREXIT_BANK
                GROUP BY CURRENCY
                ORDER BY CURRENCY
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
             UNTIL SI-FIN-PENDIENTES
      *
           PERFORM 2500-FICHERO-CRUCE
              THRU 2500-FICHERO-CRUCE-EXIT
      *
           PERFORM 2700-CONCILIAR
              THRU 2700-CONCILIAR-EXIT
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
                      DCLBREXIT-BANK
                      DCLCUENTAS
                      DCLINTERVINIENTES
                      DCLCTAMOVTO
                      DCLOFICINAS-MIGRACION
                      DCLMIGRACION-BREXIT
      *
           SET SI-FIN-PENDIENTES         TO TRUE
           SET SI-FIN-CRUCES             TO TRUE
           SET SI-FIN-ORIGEN             TO TRUE
      *
           OPEN OUTPUT FRECHAZO
                       FCRUCE
                       FINFORME
      *
           IF FS-FRECHAZO NOT = CT-00
              OR FS-FCRUCE NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO ' ' FS-FCRUCE
                      ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-PENDIENTES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PENDIENTES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-PENDIENTES         TO TRUE
      *
           PERFORM 9000-LEER-PENDIENTE
              THRU 9000-LEER-PENDIENTE-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UNA CUENTA DE ORIGEN: SE VALIDA Y SE MIGRA, O SE RECHAZA.  *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-CUENTA-VALIDA          TO TRUE
      *
           PERFORM 2100-VALIDAR-CUENTA
              THRU 2100-VALIDAR-CUENTA-EXIT
      *
           IF SI-CUENTA-VALIDA
              PERFORM 2200-MIGRAR-CUENTA
                 THRU 2200-MIGRAR-CUENTA-EXIT
           ELSE
              PERFORM 2400-ESCRIBIR-RECHAZO
                 THRU 2400-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-PENDIENTE
              THRU 9000-LEER-PENDIENTE-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-CUENTA                                        *
      *     NUMERO DE ORIGEN NUMERICO, CLIENTE QUE CABE EN EL DNI DE   *
      *     INTERVINIENTES, OFICINA CON CORRESPONDENCIA Y NUMERO NUEVO *
      *     LIBRE EN CUENTAS. CALCULA EL DC Y EL PRODUCTO.             *
      ******************************************************************
       2100-VALIDAR-CUENTA.
      *
           IF TB-COUNT-NUMBER IS NOT NUMERIC
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-NUMERO      TO WK-MOTIVO
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE TB-CUSTOMER              TO WK-CLIENTE
           IF WK-CLIENTE > CT-MAX-CLIENTE
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-CLIENTE     TO WK-MOTIVO
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE TB-BANK                  TO OX-BANCO-ORIGEN
           MOVE TB-OFFICE                TO OX-OFICINA-ORIGEN
      *
           EXEC SQL
               SELECT BANCO
                     ,OFICINA
                 INTO :OX-BANCO
                     ,:OX-OFICINA
                 FROM OFICINAS_MIGRACION
                WHERE BANCO_ORIGEN = :OX-BANCO-ORIGEN
                  AND OFICINA_ORIGEN = :OX-OFICINA-ORIGEN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-CUENTA-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-OFICINA    TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-CUENTA'
                    DISPLAY 'TABLA: OFICINAS_MIGRACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-CUENTA-VALIDA
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
      *
           IF OX-BANCO IS NOT NUMERIC
              OR OX-OFICINA IS NOT NUMERIC
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-OFICINA     TO WK-MOTIVO
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE TB-COUNT-NUMBER          TO WK-COUNT-NUMBER
           MOVE OX-BANCO                 TO TB-BANCO
           MOVE OX-OFICINA               TO TB-OFICINA
           MOVE WK-NUM-CUENTA-NUEVA      TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-CUENTAS
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-VALIDAR-CUENTA'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-CUENTAS > 0
              SET NO-CUENTA-VALIDA       TO TRUE
              MOVE CT-MOTIVO-EXISTE      TO WK-MOTIVO
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
      *
           PERFORM 8000-CALCULAR-DC
              THRU 8000-CALCULAR-DC-EXIT
           MOVE WK-DC-CALCULADO          TO TB-DC
      *
           SET NO-PRODUCTO               TO TRUE
           PERFORM 2150-BUSCAR-PRODUCTO
              THRU 2150-BUSCAR-PRODUCTO-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CT-NUM-PRODUCTOS
                   OR SI-PRODUCTO
      *
           IF NO-PRODUCTO
              MOVE CT-PRODUCTO-DEFECTO   TO TB-PRODUCTO
              ADD CT-1                   TO CN-TIPO-DEFECTO
              DISPLAY 'MIGBREXT: TIPO SIN PRODUCTO, SE MIGRA COMO '
                      CT-PRODUCTO-DEFECTO ': ' TB-TYPE
           END-IF
      *
           .
       2100-VALIDAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2150-BUSCAR-PRODUCTO                                       *
      ******************************************************************
       2150-BUSCAR-PRODUCTO.
      *
           IF TB-TYPE = TYPE-TB (IND)
              MOVE PRODUCTO-TB (IND)     TO TB-PRODUCTO
              SET SI-PRODUCTO            TO TRUE
           END-IF
      *
           .
       2150-BUSCAR-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-MIGRAR-CUENTA                                         *
      *     CUENTA, TITULAR, APERTURA Y CRUCE EN UNA UNIDAD DE         *
      *     TRABAJO: SI ALGO FALLA NO QUEDA NADA A MEDIAS Y LA CUENTA  *
      *     SE VUELVE A TRATAR AL REARRANCAR.                          *
      ******************************************************************
       2200-MIGRAR-CUENTA.
      *
           MOVE TB-CUSTOMER              TO WK-CLIENTE
      *
      * EL NOMBRE DEL TITULAR SALE DE NAME Y SURNAME DE BREXIT_BANK;
      * EN CUENTAS SE GUARDA TRUNCADO, COMO EN APERTCTA
           MOVE SPACES                   TO IV-NOMBRE
           STRING TB-NAME                DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  TB-SURNAME             DELIMITED BY '  '
             INTO IV-NOMBRE
           MOVE IV-NOMBRE                TO TB-TITULAR
           MOVE TB-BALANCE               TO TB-SALDO
           MOVE 'A'                      TO TB-ESTADO-CUENTA
           MOVE 0                        TO TB-DIAS-DESCUBIERTO
           MOVE TB-CURRENCY              TO TB-DIVISA
      *
           EXEC SQL
               INSERT INTO CUENTAS
                      (BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,TITULAR
                      ,SALDO
                      ,ESTADO_CUENTA
                      ,DIAS_DESCUBIERTO
                      ,DIVISA
                      ,PRODUCTO)
                      VALUES(
                       :TB-BANCO
                      ,:TB-OFICINA
                      ,:TB-DC
                      ,:TB-NUM-CUENTA
                      ,:TB-TITULAR
                      ,:TB-SALDO
                      ,:TB-ESTADO-CUENTA
                      ,:TB-DIAS-DESCUBIERTO
                      ,:TB-DIVISA
                      ,:TB-PRODUCTO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-MIGRAR-CUENTA'
              DISPLAY 'TABLA: CUENTAS'
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
           MOVE TB-BANCO                 TO IV-BANCO
           MOVE TB-OFICINA               TO IV-OFICINA
           MOVE TB-NUM-CUENTA            TO IV-NUM-CUENTA
           MOVE SPACES                   TO IV-DNI-PERSONA
           STRING 'B'                    DELIMITED BY SIZE
                  WK-CLIENTE-8           DELIMITED BY SIZE
             INTO IV-DNI-PERSONA
           MOVE 'T'                      TO IV-ROL
           MOVE 100                      TO IV-PORCENTAJE
      *
           EXEC SQL
               INSERT INTO INTERVINIENTES
                      (BANCO
                      ,OFICINA
                      ,NUM_CUENTA
                      ,DNI_PERSONA
                      ,NOMBRE
                      ,ROL
                      ,PORCENTAJE)
                      VALUES(
                       :IV-BANCO
                      ,:IV-OFICINA
                      ,:IV-NUM-CUENTA
                      ,:IV-DNI-PERSONA
                      ,:IV-NOMBRE
                      ,:IV-ROL
                      ,:IV-PORCENTAJE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-MIGRAR-CUENTA'
              DISPLAY 'TABLA: INTERVINIENTES'
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
           PERFORM 2300-APUNTE-APERTURA
              THRU 2300-APUNTE-APERTURA-EXIT
      *
           MOVE TB-BANK                  TO XB-BANK
           MOVE TB-OFFICE                TO XB-OFFICE
           MOVE TB-CD                    TO XB-CD
           MOVE TB-COUNT-NUMBER          TO XB-COUNT-NUMBER
           MOVE TB-BANCO                 TO XB-BANCO
           MOVE TB-OFICINA               TO XB-OFICINA
           MOVE TB-DC                    TO XB-DC
           MOVE TB-NUM-CUENTA            TO XB-NUM-CUENTA
           MOVE TB-CURRENCY              TO XB-DIVISA
           MOVE TB-BALANCE               TO XB-SALDO-ORIGEN
      *
           EXEC SQL
               INSERT INTO MIGRACION_BREXIT
                      (BANK
                      ,OFFICE
                      ,CD
                      ,COUNT_NUMBER
                      ,BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,DIVISA
                      ,SALDO_ORIGEN
                      ,FECHA_MIGRACION)
                      VALUES(
                       :XB-BANK
                      ,:XB-OFFICE
                      ,:XB-CD
                      ,:XB-COUNT-NUMBER
                      ,:XB-BANCO
                      ,:XB-OFICINA
                      ,:XB-DC
                      ,:XB-NUM-CUENTA
                      ,:XB-DIVISA
                      ,:XB-SALDO-ORIGEN
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-MIGRAR-CUENTA'
              DISPLAY 'TABLA: MIGRACION_BREXIT'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-MIGRADAS
      *
           .
       2200-MIGRAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-APUNTE-APERTURA                                       *
      *     EL BALANCE DE ORIGEN ENTRA COMO PRIMER MOVIMIENTO: IMPORTE *
      *     Y SALDO RESULTANTE IGUALES, COMO EL ALTA DE RUTREPOS. LA   *
      *     REFERENCIA GUARDA LA CUENTA ANTIGUA.                       *
      ******************************************************************
       2300-APUNTE-APERTURA.
      *
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE CT-TIPO-APERTURA         TO MV-TIPO-MOVIMIENTO
           MOVE TB-BALANCE               TO MV-IMPORTE-MOVTO
                                            MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE TB-CURRENCY              TO MV-DIVISA
           MOVE SPACES                   TO MV-REFERENCIA
           STRING TB-BANK                DELIMITED BY SIZE
                  TB-OFFICE              DELIMITED BY SIZE
                  TB-CD                  DELIMITED BY SIZE
                  TB-COUNT-NUMBER        DELIMITED BY SIZE
             INTO MV-REFERENCIA
      *
           EXEC SQL
               INSERT INTO CUENTAS_MOVTO
                      (BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,FECHA_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,IMPORTE_MOVIMIENTO
                      ,SALDO_RESULTANTE
                      ,NOMBRE_PGM
                      ,DIVISA
                      ,REFERENCIA)
                      VALUES(
                       :MV-BANCO
                      ,:MV-OFICINA
                      ,:MV-DC
                      ,:MV-NUM-CUENTA
                      ,CURRENT TIMESTAMP
                      ,:MV-TIPO-MOVIMIENTO
                      ,:MV-IMPORTE-MOVTO
                      ,:MV-SALDO-RESULTANTE
                      ,:MV-NOMBRE-PGM
                      ,:MV-DIVISA
                      ,:MV-REFERENCIA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-APUNTE-APERTURA'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
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
           .
       2300-APUNTE-APERTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2400-ESCRIBIR-RECHAZO.
      *
           STRING TB-BANK                DELIMITED BY SIZE
                  TB-OFFICE              DELIMITED BY SIZE
                  TB-CD                  DELIMITED BY SIZE
                  TB-COUNT-NUMBER        DELIMITED BY SIZE
             INTO CUENTA-ORIGEN-RECH
           MOVE TB-CUSTOMER              TO CLIENTE-RECH
           MOVE TB-CURRENCY              TO DIVISA-RECH
           MOVE TB-BALANCE               TO SALDO-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2400-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADAS
           MOVE 4                        TO RETURN-CODE
      *
           .
       2400-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-FICHERO-CRUCE                                         *
      *     TODAS LAS CUENTAS MIGRADAS HASTA HOY, NO SOLO LAS DE ESTA  *
      *     EJECUCION, PARA QUE UN REARRANQUE DEJE EL CRUCE COMPLETO.  *
      ******************************************************************
       2500-FICHERO-CRUCE.
      *
           EXEC SQL
               CLOSE CUR-PENDIENTES
           END-EXEC
      *
           EXEC SQL
               OPEN CUR-CRUCES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CRUCES'
              DISPLAY 'PARRAFO: 2500-FICHERO-CRUCE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CRUCES             TO TRUE
      *
           PERFORM 9100-LEER-CRUCE
              THRU 9100-LEER-CRUCE-EXIT
      *
           PERFORM 2600-LINEA-CRUCE
              THRU 2600-LINEA-CRUCE-EXIT
             UNTIL SI-FIN-CRUCES
      *
           EXEC SQL
               CLOSE CUR-CRUCES
           END-EXEC
      *
           .
       2500-FICHERO-CRUCE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-LINEA-CRUCE                                           *
      ******************************************************************
       2600-LINEA-CRUCE.
      *
           STRING XB-BANK                DELIMITED BY SIZE
                  XB-OFFICE              DELIMITED BY SIZE
                  XB-CD                  DELIMITED BY SIZE
                  XB-COUNT-NUMBER        DELIMITED BY SIZE
             INTO CUENTA-ANTIGUA-CRU
           STRING XB-BANCO               DELIMITED BY SIZE
                  XB-OFICINA             DELIMITED BY SIZE
                  XB-DC                  DELIMITED BY SIZE
                  XB-NUM-CUENTA          DELIMITED BY SIZE
             INTO CUENTA-NUEVA-CRU
           MOVE XB-DIVISA                TO DIVISA-CRU
      *
           INITIALIZE CPYIBAN
           MOVE 'G'                      TO OPCION-IBA
           MOVE CUENTA-NUEVA-CRU         TO CUENTA-IBA
           CALL 'RUTIBAN' USING CPYIBAN
      *
           IF RETORNO-IBA = '00'
              MOVE IBAN-S-IBA            TO IBAN-CRU
           ELSE
              MOVE SPACES                TO IBAN-CRU
           END-IF
      *
           WRITE REG-FCRUCE FROM LINEA-CRUCE
      *
           IF FS-FCRUCE NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCRUCE'
              DISPLAY 'PARRAFO: 2600-LINEA-CRUCE'
              DISPLAY 'FILE STATUS: ' FS-FCRUCE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CRUCES
      *
           PERFORM 9100-LEER-CRUCE
              THRU 9100-LEER-CRUCE-EXIT
      *
           .
       2600-LINEA-CRUCE-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CONCILIAR                                             *
      *     POR DIVISA DE ORIGEN: CUENTAS Y BALANCE DE BREXIT_BANK     *
      *     CONTRA LAS CUENTAS DEL LIBRO QUE ESTAN EN EL CRUCE, EN ESA *
      *     DIVISA Y CON SU APUNTE DE APERTURA (SE SUMA EL APUNTE, NO  *
      *     EL SALDO VIVO, QUE YA PUEDE HABER MOVIDO).                 *
      ******************************************************************
       2700-CONCILIAR.
      *
           WRITE REG-FINFORME FROM LINEA-TITULO
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-CONCILIAR'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-ORIGEN
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-ORIGEN'
              DISPLAY 'PARRAFO: 2700-CONCILIAR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-ORIGEN             TO TRUE
      *
           PERFORM 9200-LEER-ORIGEN
              THRU 9200-LEER-ORIGEN-EXIT
      *
           PERFORM 2800-CONCILIAR-DIVISA
              THRU 2800-CONCILIAR-DIVISA-EXIT
             UNTIL SI-FIN-ORIGEN
      *
           EXEC SQL
               CLOSE CUR-ORIGEN
           END-EXEC
      *
           MOVE 'TOT'                    TO DIVISA-CON
           MOVE WK-TOT-NUM-ORIGEN        TO WK-NUM-ORIGEN
           MOVE WK-TOT-SALDO-ORIGEN      TO WK-SALDO-ORIGEN
           MOVE WK-TOT-NUM-LIBRO         TO WK-NUM-LIBRO
           MOVE WK-TOT-SALDO-LIBRO       TO WK-SALDO-LIBRO
      *
           PERFORM 2900-LINEA-CONCILIACION
              THRU 2900-LINEA-CONCILIACION-EXIT
      *
           .
       2700-CONCILIAR-EXIT.
           EXIT.
      ******************************************************************
      *     2800-CONCILIAR-DIVISA                                      *
      ******************************************************************
       2800-CONCILIAR-DIVISA.
      *
           ADD CT-1                      TO CN-DIVISAS
           MOVE WK-DIVISA-ORIGEN         TO XB-DIVISA
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(M.IMPORTE_MOVIMIENTO), 0)
                 INTO :WK-NUM-LIBRO
                     ,:WK-SALDO-LIBRO
                 FROM MIGRACION_BREXIT X
                 JOIN CUENTAS C
                   ON C.BANCO = X.BANCO
                  AND C.OFICINA = X.OFICINA
                  AND C.NUM_CUENTA = X.NUM_CUENTA
                  AND C.DIVISA = X.DIVISA
                 JOIN CUENTAS_MOVTO M
                   ON M.BANCO = X.BANCO
                  AND M.OFICINA = X.OFICINA
                  AND M.NUM_CUENTA = X.NUM_CUENTA
                  AND M.TIPO_MOVIMIENTO = :CT-TIPO-APERTURA
                  AND M.NOMBRE_PGM = :CT-PGM
                WHERE X.DIVISA = :XB-DIVISA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2800-CONCILIAR-DIVISA'
              DISPLAY 'TABLA: MIGRACION_BREXIT'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD WK-NUM-ORIGEN             TO WK-TOT-NUM-ORIGEN
           ADD WK-SALDO-ORIGEN           TO WK-TOT-SALDO-ORIGEN
           ADD WK-NUM-LIBRO              TO WK-TOT-NUM-LIBRO
           ADD WK-SALDO-LIBRO            TO WK-TOT-SALDO-LIBRO
      *
           MOVE WK-DIVISA-ORIGEN         TO DIVISA-CON
      *
           PERFORM 2900-LINEA-CONCILIACION
              THRU 2900-LINEA-CONCILIACION-EXIT
      *
           PERFORM 9200-LEER-ORIGEN
              THRU 9200-LEER-ORIGEN-EXIT
      *
           .
       2800-CONCILIAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-LINEA-CONCILIACION                                    *
      ******************************************************************
       2900-LINEA-CONCILIACION.
      *
           MOVE WK-NUM-ORIGEN            TO NUM-ORIGEN-CON
           MOVE WK-SALDO-ORIGEN          TO SALDO-ORIGEN-CON
           MOVE WK-NUM-LIBRO             TO NUM-LIBRO-CON
           MOVE WK-SALDO-LIBRO           TO SALDO-LIBRO-CON
      *
           IF WK-NUM-ORIGEN = WK-NUM-LIBRO
              AND WK-SALDO-ORIGEN = WK-SALDO-LIBRO
              MOVE 'CUADRA'              TO RESULTADO-CON
           ELSE
              MOVE 'DESCUADRE'           TO RESULTADO-CON
              ADD CT-1                   TO CN-DESCUADRES
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-CONCILIACION
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2900-LINEA-CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-LINEA-CONCILIACION-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-FIN-PENDIENTES
              EXEC SQL
                  CLOSE CUR-PENDIENTES
              END-EXEC
           END-IF
      *
           IF NO-FIN-CRUCES
              EXEC SQL
                  CLOSE CUR-CRUCES
              END-EXEC
           END-IF
      *
           IF NO-FIN-ORIGEN
              EXEC SQL
                  CLOSE CUR-ORIGEN
              END-EXEC
           END-IF
      *
           CLOSE FRECHAZO
                 FCRUCE
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   M I G B R E X T    **'
           DISPLAY '***********************************'
           DISPLAY '*CUENTAS PENDIENTES: ' CN-LEIDAS '     *'
           DISPLAY '*MIGRADAS          : ' CN-MIGRADAS '     *'
           DISPLAY '*RECHAZADAS        : ' CN-RECHAZADAS '     *'
           DISPLAY '*TIPO SIN PRODUCTO : ' CN-TIPO-DEFECTO '     *'
           DISPLAY '*LINEAS DE CRUCE   : ' CN-CRUCES '     *'
           DISPLAY '*DIVISAS CONCILIAD.: ' CN-DIVISAS '       *'
           DISPLAY '*DESCUADRES        : ' CN-DESCUADRES '       *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     8000-CALCULAR-DC                                           *
      *     MISMO ALGORITMO QUE TRANSFER: PESOS 1,2,4,8,5,10,9,7,3,6   *
      *     SOBRE 00+BANCO+OFICINA Y SOBRE EL NUMERO DE CUENTA,        *
      *     MODULO 11 (10 -> 1, 11 -> 0).                              *
      ******************************************************************
       8000-CALCULAR-DC.
      *
           MOVE TB-BANCO                 TO WK-BASE-DC1-BANCO
           MOVE TB-OFICINA               TO WK-BASE-DC1-OFIC
      *
           MOVE WK-BASE-DC1              TO WK-BASE-DC
           PERFORM 8100-CALCULAR-DIGITO
              THRU 8100-CALCULAR-DIGITO-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-1
      *
           MOVE TB-NUM-CUENTA            TO WK-BASE-DC2
      *
           MOVE WK-BASE-DC2              TO WK-BASE-DC
           PERFORM 8100-CALCULAR-DIGITO
              THRU 8100-CALCULAR-DIGITO-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-2
      *
           .
       8000-CALCULAR-DC-EXIT.
           EXIT.
      ******************************************************************
      *     8100-CALCULAR-DIGITO                                       *
      *     UN DIGITO DE CONTROL SOBRE LOS 10 DIGITOS DE WK-BASE-DC.   *
      ******************************************************************
       8100-CALCULAR-DIGITO.
      *
           MOVE 0                        TO WK-SUMA-DC
      *
           PERFORM 8110-SUMAR-PESO
              THRU 8110-SUMAR-PESO-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > 10
      *
           DIVIDE WK-SUMA-DC BY 11 GIVING WK-COCIENTE-DC
                  REMAINDER WK-RESTO-DC
           COMPUTE WK-DIGITO-DC = 11 - WK-RESTO-DC
           IF WK-DIGITO-DC = 10
              MOVE 1                     TO WK-DIGITO-DC
           END-IF
           IF WK-DIGITO-DC = 11
              MOVE 0                     TO WK-DIGITO-DC
           END-IF
      *
           .
       8100-CALCULAR-DIGITO-EXIT.
           EXIT.
      ******************************************************************
      *     8110-SUMAR-PESO                                            *
      ******************************************************************
       8110-SUMAR-PESO.
      *
           MOVE WK-BASE-DC (IND:1)       TO WK-DIGITO-ACTUAL
           COMPUTE WK-SUMA-DC =
                   WK-SUMA-DC
                 + WK-DIGITO-ACTUAL * PESO-TB (IND)
      *
           .
       8110-SUMAR-PESO-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-PENDIENTE                                        *
      ******************************************************************
       9000-LEER-PENDIENTE.
      *
           EXEC SQL
               FETCH CUR-PENDIENTES
                INTO :TB-BANK
                    ,:TB-OFFICE
                    ,:TB-CD
                    ,:TB-COUNT-NUMBER
                    ,:TB-CUSTOMER
                    ,:TB-TYPE
                    ,:TB-BALANCE
                    ,:TB-CURRENCY
                    ,:TB-NAME
                    ,:TB-SURNAME
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-LEIDAS
               WHEN 100
                    SET SI-FIN-PENDIENTES TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PENDIENTES'
                    DISPLAY 'PARRAFO: 9000-LEER-PENDIENTE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CRUCE                                            *
      ******************************************************************
       9100-LEER-CRUCE.
      *
           EXEC SQL
               FETCH CUR-CRUCES
                INTO :XB-BANK
                    ,:XB-OFFICE
                    ,:XB-CD
                    ,:XB-COUNT-NUMBER
                    ,:XB-BANCO
                    ,:XB-OFICINA
                    ,:XB-DC
                    ,:XB-NUM-CUENTA
                    ,:XB-DIVISA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CRUCES    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CRUCES'
                    DISPLAY 'PARRAFO: 9100-LEER-CRUCE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CRUCE-EXIT.
           EXIT.
      ******************************************************************
      *     9200-LEER-ORIGEN                                           *
      ******************************************************************
       9200-LEER-ORIGEN.
      *
           EXEC SQL
               FETCH CUR-ORIGEN
                INTO :WK-DIVISA-ORIGEN
                    ,:WK-NUM-ORIGEN
                    ,:WK-SALDO-ORIGEN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-ORIGEN    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ORIGEN'
                    DISPLAY 'PARRAFO: 9200-LEER-ORIGEN'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-ORIGEN-EXIT.
           EXIT.
