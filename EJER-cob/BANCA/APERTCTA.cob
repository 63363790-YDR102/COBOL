      ******************************************************************
      ** A P E R T C T A.-APERTURA DE CUENTAS. LEE LAS SOLICITUDES DE **
      **                  CUENTA NUEVA (OFICINA, PRODUCTO, DIVISA Y   **
      **                  HASTA 4 INTERVINIENTES CON ROL Y            **
      **                  PORCENTAJE) Y, POR CADA UNA:                **
      **                  - VALIDA OFICINA, PRODUCTO, DIVISA Y        **
      **                    INTERVINIENTES (AL MENOS UN TITULAR 'T',  **
      **                    TITULARES AL 100%, AUTORIZADOS 'A' AL 0%).**
      **                  - FILTRA CADA INTERVINIENTE CONTRA          **
      **                    LISTA_VETADOS Y CLIENTES_BLOQUEADOS: UNA  **
      **                    COINCIDENCIA RETIENE LA SOLICITUD PARA    **
      **                    CUMPLIMIENTO (FRETENID) Y NO SE ABRE.     **
      **                  - ASIGNA EL SIGUIENTE NUMERO DE CUENTA DE LA**
      **                    OFICINA, CALCULA EL DC Y EL IBAN (RUTIBAN,**
      **                    MODULO 97 COMO MANDSEPA) Y DA DE ALTA     **
      **                    CUENTAS E INTERVINIENTES EN UNA UNIDAD DE **
      **                    TRABAJO.                                  **
      **                  - EMITE LA CARTA DE BIENVENIDA Y LA LINEA   **
      **                    DEL REGISTRO DE APERTURAS.                **
      **                  RETURN-CODE 4 SI HAY RECHAZOS O RETENIDAS.  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   APERTCTA.
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
           SELECT FSOLICIT ASSIGN TO FSOLICIT
           FILE STATUS FS-FSOLICIT.
      *
           SELECT FCARTAS ASSIGN TO FCARTAS
           FILE STATUS FS-FCARTAS.
      *
           SELECT FREGISTR ASSIGN TO FREGISTR
           FILE STATUS FS-FREGISTR.
      *
           SELECT FRETENID ASSIGN TO FRETENID
           FILE STATUS FS-FRETENID.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FSOLICIT
           RECORDING MODE IS F.
       01  REG-FSOLICIT               PIC X(0250).
      *    SOLICITUDES DE APERTURA DE CUENTA
      *
       FD FCARTAS
           RECORDING MODE IS F.
       01  REG-FCARTAS                PIC X(0080).
      *    CARTAS DE BIENVENIDA
      *
       FD FREGISTR
           RECORDING MODE IS F.
       01  REG-FREGISTR               PIC X(0132).
      *    REGISTRO DE CUENTAS ABIERTAS
      *
       FD FRETENID
           RECORDING MODE IS F.
       01  REG-FRETENID               PIC X(0080).
      *    SOLICITUDES RETENIDAS PARA CUMPLIMIENTO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    SOLICITUDES NO VALIDAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FSOLICIT            PIC X(02).
           05  FS-FCARTAS             PIC X(02).
           05  FS-FREGISTR            PIC X(02).
           05  FS-FRETENID            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-INTERV          PIC 9(01) VALUE 4.
           05  CT-NUM-PRODUCTOS       PIC 9(02) VALUE 6.
           05  CT-DIVISA-DEFECTO      PIC X(03) VALUE 'EUR'.
           05  CT-TITULAR             PIC X(01) VALUE 'T'.
           05  CT-AUTORIZADO          PIC X(01) VALUE 'A'.
           05  CT-CIEN                PIC 9(03)V9(02) VALUE 100.
           05  CT-LISTA-VETADOS       PIC X(20) VALUE
               'LISTA_VETADOS'.
           05  CT-LISTA-BLOQUEADOS    PIC X(20) VALUE
               'CLIENTES_BLOQUEADOS'.
           05  CT-MOTIVO-OFICINA      PIC X(20) VALUE
               'OFICINA NO VALIDA'.
           05  CT-MOTIVO-PRODUCTO     PIC X(20) VALUE
               'PRODUCTO NO VALIDO'.
           05  CT-MOTIVO-DIVISA       PIC X(20) VALUE
               'DIVISA NO VALIDA'.
           05  CT-MOTIVO-NUM-INTERV   PIC X(20) VALUE
               'NUM. INTERVINIENTES'.
           05  CT-MOTIVO-INTERV       PIC X(20) VALUE
               'INTERV. ERRONEO'.
           05  CT-MOTIVO-SIN-TITULAR  PIC X(20) VALUE
               'SIN TITULAR'.
           05  CT-MOTIVO-PORCENTAJE   PIC X(20) VALUE
               'PORCENTAJES NO 100'.
           05  CT-MOTIVO-NUMERACION   PIC X(20) VALUE
               'NUMERACION AGOTADA'.
      *
      * PRODUCTOS QUE SE PUEDEN ABRIR Y SU DESCRIPCION EN LA CARTA.
      * CI, EF, AP Y VA SON CUENTAS QUE EL FONDO DE GARANTIA NO CUBRE
      * (FGDELEGI LAS EXCLUYE) Y EF Y VA PUNTUAN EN KYCRIESG.
       01  CT-TABLA-PRODUCTOS.
           05  FILLER              PIC X(22) VALUE
               'CCCUENTA CORRIENTE    '.
           05  FILLER              PIC X(22) VALUE
               'CACUENTA DE AHORRO    '.
           05  FILLER              PIC X(22) VALUE
               'CICUENTA INTERNA      '.
           05  FILLER              PIC X(22) VALUE
               'EFENTIDAD FINANCIERA  '.
           05  FILLER              PIC X(22) VALUE
               'APADMINISTRAC. PUBLICA'.
           05  FILLER              PIC X(22) VALUE
               'VACUENTA DE VALORES   '.
       01  CT-TABLA-PRODUCTOS-R REDEFINES CT-TABLA-PRODUCTOS.
           05  PRODUCTOS-TB OCCURS 6.
               10  PRODUCTO-TB        PIC X(02).
               10  DESC-PRODUCTO-TB   PIC X(20).
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
           05  CN-LEIDAS              PIC 9(05).
           05  CN-ABIERTAS            PIC 9(05).
           05  CN-RETENIDAS           PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
           05  CN-INTERVINIENTES      PIC 9(05).
           05  CN-TITULARES           PIC 9(01).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-CONTADOR            PIC S9(09) COMP.
           05  WK-SUMA-PORCENTAJES    PIC 9(05)V9(02).
           05  WK-DESC-PRODUCTO       PIC X(20).
           05  WK-CUENTA-CCC          PIC X(20).
           05  WK-IBAN                PIC X(24).
           05  WK-IBAN-R REDEFINES WK-IBAN.
               10  WK-IBAN-BLOQUE     PIC X(04) OCCURS 6.
           05  WK-IBAN-IMPRESO        PIC X(29).
           05  WK-ULTIMO-NUMERO       PIC X(10).
           05  WK-ULTIMO-NUMERO-R REDEFINES WK-ULTIMO-NUMERO
                                      PIC 9(10).
           05  WK-NUMERO-NUEVO        PIC 9(10).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY-R REDEFINES WK-FECHA-HOY-AAAAMMDD.
               10  WK-ANIO-HOY        PIC 9(04).
               10  WK-MES-HOY         PIC 9(02).
               10  WK-DIA-HOY         PIC 9(02).
           05  WK-FECHA-CARTA.
               10  WK-DIA-CARTA       PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WK-MES-CARTA       PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WK-ANIO-CARTA      PIC 9(04).
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
           05  IND-INT                PIC 9(02).
      *
       COPY CPYIBAN.
      *
      * SOLICITUD DE APERTURA
       01  DATOS-SOLICITUD.
           05  ID-SOLICITUD-SOL       PIC X(10).
           05  BANCO-SOL              PIC X(04).
           05  OFICINA-SOL            PIC X(04).
           05  PRODUCTO-SOL           PIC X(02).
           05  DIVISA-SOL             PIC X(03).
           05  NUM-INTERV-SOL         PIC 9(01).
           05  INTERV-SOL OCCURS 4.
               10  DNI-SOL            PIC X(09).
               10  NOMBRE-SOL         PIC X(40).
               10  ROL-SOL            PIC X(01).
               10  PORCENTAJE-SOL     PIC 9(03)V9(02).
           05  FILLER                 PIC X(06).
      *
       01  LINEA-REGISTRO.
           05  ID-SOLICITUD-REG       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-REG             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IBAN-REG               PIC X(24).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRODUCTO-REG           PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIVISA-REG             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-INTERV-REG         PIC 9(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TITULAR-REG            PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-REG              PIC X(10).
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  LINEA-RETENIDA.
           05  ID-SOLICITUD-RET       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-RET                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LISTA-RET              PIC X(20).
           05  FILLER                 PIC X(37) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  ID-SOLICITUD-RECH      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OFICINA-RECH           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
      * LINEAS DE LA CARTA DE BIENVENIDA
       01  LINEA-CARTA-TITULO.
           05  FILLER                 PIC X(50) VALUE
               'BIENVENIDO A SU NUEVA CUENTA'.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  FECHA-CAR              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       01  LINEA-CARTA-INTERV.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  NOMBRE-CAR             PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ROL-CAR                PIC X(10).
           05  FILLER                 PIC X(24) VALUE SPACES.
      *
       01  LINEA-CARTA-TEXTO.
           05  TEXTO-CAR              PIC X(80).
      *
       01  LINEA-CARTA-CUENTA.
           05  FILLER                 PIC X(18) VALUE
               'NUMERO DE CUENTA: '.
           05  CUENTA-CAR             PIC X(20).
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  LINEA-CARTA-IBAN.
           05  FILLER                 PIC X(18) VALUE
               'IBAN:             '.
           05  IBAN-CAR               PIC X(29).
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
       01  LINEA-CARTA-PRODUCTO.
           05  FILLER                 PIC X(18) VALUE
               'PRODUCTO:         '.
           05  PRODUCTO-CAR           PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE
               'DIVISA: '.
           05  DIVISA-CAR             PIC X(03).
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FSOLICIT        PIC X(01).
               88  SI-FIN-FSOLICIT              VALUE 'S'.
               88  NO-FIN-FSOLICIT              VALUE 'N'.
           05  SW-SOLICITUD-VALIDA    PIC X(01).
               88  SI-SOLICITUD-VALIDA          VALUE 'S'.
               88  NO-SOLICITUD-VALIDA          VALUE 'N'.
           05  SW-RETENIDA            PIC X(01).
               88  SI-RETENIDA                  VALUE 'S'.
               88  NO-RETENIDA                  VALUE 'N'.
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
      *--------DCLGEN LISTA_VETADOS-------*
      *
           EXEC SQL
               INCLUDE TBVETADO
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_BLOQUEADOS-*
      *
           EXEC SQL
               INCLUDE TBCLIBLQ
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
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
             UNTIL SI-FIN-FSOLICIT
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
                      DATOS-SOLICITUD
                      DCLCUENTAS
                      DCLINTERVINIENTES
                      DCLLISTA-VETADOS
                      DCLCLIENTES-BLOQUEADOS
      *
           SET NO-FIN-FSOLICIT           TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WK-DIA-HOY               TO WK-DIA-CARTA
           MOVE WK-MES-HOY               TO WK-MES-CARTA
           MOVE WK-ANIO-HOY              TO WK-ANIO-CARTA
      *
           OPEN INPUT  FSOLICIT
           OPEN OUTPUT FCARTAS
                       FREGISTR
                       FRETENID
                       FRECHAZO
      *
           IF FS-FSOLICIT NOT = CT-00
              OR FS-FCARTAS NOT = CT-00
              OR FS-FREGISTR NOT = CT-00
              OR FS-FRETENID NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FSOLICIT ' ' FS-FCARTAS
                      ' ' FS-FREGISTR ' ' FS-FRETENID
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FSOLICIT
              THRU 9000-LEER-FSOLICIT-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-VALIDAR-SOLICITUD-EXIT
      *
           IF NO-SOLICITUD-VALIDA
              PERFORM 2700-ESCRIBIR-RECHAZO
                 THRU 2700-ESCRIBIR-RECHAZO-EXIT
           ELSE
              SET NO-RETENIDA            TO TRUE
              PERFORM 2200-FILTRAR-INTERV
                 THRU 2200-FILTRAR-INTERV-EXIT
                 VARYING IND-INT FROM 1 BY 1
                   UNTIL IND-INT > NUM-INTERV-SOL
      *
              IF SI-RETENIDA
                 ADD CT-1                TO CN-RETENIDAS
                 MOVE 4                  TO RETURN-CODE
              ELSE
                 PERFORM 2300-ABRIR-CUENTA
                    THRU 2300-ABRIR-CUENTA-EXIT
              END-IF
           END-IF
      *
           PERFORM 9000-LEER-FSOLICIT
              THRU 9000-LEER-FSOLICIT-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-SOLICITUD                                     *
      *     OFICINA NUMERICA, PRODUCTO DE LA TABLA, DIVISA ('EUR' SI   *
      *     VIENE EN BLANCO; SI NO, DADA DE ALTA EN DIVISAS) E         *
      *     INTERVINIENTES COHERENTES.                                 *
      ******************************************************************
       2100-VALIDAR-SOLICITUD.
      *
           SET SI-SOLICITUD-VALIDA       TO TRUE
      *
           IF BANCO-SOL IS NOT NUMERIC
              OR OFICINA-SOL IS NOT NUMERIC
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-OFICINA     TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           SET NO-PRODUCTO               TO TRUE
           PERFORM 2150-BUSCAR-PRODUCTO
              THRU 2150-BUSCAR-PRODUCTO-EXIT
              VARYING IND FROM 1 BY 1
                UNTIL IND > CT-NUM-PRODUCTOS
                   OR SI-PRODUCTO
      *
           IF NO-PRODUCTO
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-PRODUCTO    TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF DIVISA-SOL = SPACES
              MOVE CT-DIVISA-DEFECTO     TO DIVISA-SOL
           END-IF
      *
           IF DIVISA-SOL IS NOT ALPHABETIC-UPPER
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-DIVISA      TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
      * UNA DIVISA DISTINTA DEL EUR TIENE QUE ESTAR EN DIVISAS: SIN
      * CAMBIO NO SE PODRIA CONVERTIR NI LIQUIDAR LA CUENTA
           IF DIVISA-SOL NOT = CT-DIVISA-DEFECTO
              MOVE DIVISA-SOL            TO DV-DIVISA
      *
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WK-CONTADOR
                    FROM DIVISAS
                   WHERE DIVISA = :DV-DIVISA
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                 DISPLAY 'PARRAFO: 2100-VALIDAR-SOLICITUD'
                 DISPLAY 'TABLA: DIVISAS'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              IF WK-CONTADOR = 0
                 SET NO-SOLICITUD-VALIDA TO TRUE
                 MOVE CT-MOTIVO-DIVISA   TO WK-MOTIVO
                 GO TO 2100-VALIDAR-SOLICITUD-EXIT
              END-IF
           END-IF
      *
           IF NUM-INTERV-SOL IS NOT NUMERIC
              OR NUM-INTERV-SOL = 0
              OR NUM-INTERV-SOL > CT-MAX-INTERV
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-NUM-INTERV  TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           MOVE 0                        TO CN-TITULARES
                                            WK-SUMA-PORCENTAJES
      *
           PERFORM 2110-VALIDAR-INTERV
              THRU 2110-VALIDAR-INTERV-EXIT
              VARYING IND-INT FROM 1 BY 1
                UNTIL IND-INT > NUM-INTERV-SOL
                   OR NO-SOLICITUD-VALIDA
      *
           IF NO-SOLICITUD-VALIDA
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF CN-TITULARES = 0
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-SIN-TITULAR TO WK-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-EXIT
           END-IF
      *
           IF WK-SUMA-PORCENTAJES NOT = CT-CIEN
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-PORCENTAJE  TO WK-MOTIVO
           END-IF
      *
           .
       2100-VALIDAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *     2110-VALIDAR-INTERV                                        *
      *     DNI Y NOMBRE INFORMADOS; TITULAR CON PORCENTAJE POSITIVO O *
      *     AUTORIZADO CON PORCENTAJE CERO.                            *
      ******************************************************************
       2110-VALIDAR-INTERV.
      *
           IF DNI-SOL (IND-INT) = SPACES
              OR NOMBRE-SOL (IND-INT) = SPACES
              OR PORCENTAJE-SOL (IND-INT) IS NOT NUMERIC
              SET NO-SOLICITUD-VALIDA    TO TRUE
              MOVE CT-MOTIVO-INTERV      TO WK-MOTIVO
              GO TO 2110-VALIDAR-INTERV-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN ROL-SOL (IND-INT) = CT-TITULAR
                    AND PORCENTAJE-SOL (IND-INT) > 0
                    ADD CT-1             TO CN-TITULARES
                    ADD PORCENTAJE-SOL (IND-INT)
                                         TO WK-SUMA-PORCENTAJES
               WHEN ROL-SOL (IND-INT) = CT-AUTORIZADO
                    AND PORCENTAJE-SOL (IND-INT) = 0
                    CONTINUE
               WHEN OTHER
                    SET NO-SOLICITUD-VALIDA      TO TRUE
                    MOVE CT-MOTIVO-INTERV        TO WK-MOTIVO
           END-EVALUATE
      *
           .
       2110-VALIDAR-INTERV-EXIT.
           EXIT.
      ******************************************************************
      *     2150-BUSCAR-PRODUCTO                                       *
      ******************************************************************
       2150-BUSCAR-PRODUCTO.
      *
           IF PRODUCTO-SOL = PRODUCTO-TB (IND)
              MOVE DESC-PRODUCTO-TB (IND) TO WK-DESC-PRODUCTO
              SET SI-PRODUCTO            TO TRUE
           END-IF
      *
           .
       2150-BUSCAR-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-FILTRAR-INTERV                                        *
      *     CADA COINCIDENCIA EN LISTA_VETADOS (EN VIGOR) O EN         *
      *     CLIENTES_BLOQUEADOS SE ANOTA EN FRETENID PARA CUMPLIMIENTO *
      *     Y LA SOLICITUD QUEDA RETENIDA SIN ABRIR.                   *
      ******************************************************************
       2200-FILTRAR-INTERV.
      *
           MOVE DNI-SOL (IND-INT)        TO VT-DNI
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-CONTADOR
                 FROM LISTA_VETADOS
                WHERE DNI = :VT-DNI
                  AND FECHA_EFECTO <= CURRENT DATE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-FILTRAR-INTERV'
              DISPLAY 'TABLA: LISTA_VETADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-CONTADOR > 0
              MOVE CT-LISTA-VETADOS      TO LISTA-RET
              PERFORM 2250-ESCRIBIR-RETENIDA
                 THRU 2250-ESCRIBIR-RETENIDA-EXIT
           END-IF
      *
           MOVE DNI-SOL (IND-INT)        TO BL-DNI
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-CONTADOR
                 FROM CLIENTES_BLOQUEADOS
                WHERE DNI = :BL-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-FILTRAR-INTERV'
              DISPLAY 'TABLA: CLIENTES_BLOQUEADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-CONTADOR > 0
              MOVE CT-LISTA-BLOQUEADOS   TO LISTA-RET
              PERFORM 2250-ESCRIBIR-RETENIDA
                 THRU 2250-ESCRIBIR-RETENIDA-EXIT
           END-IF
      *
           .
       2200-FILTRAR-INTERV-EXIT.
           EXIT.
      ******************************************************************
      *     2250-ESCRIBIR-RETENIDA                                     *
      ******************************************************************
       2250-ESCRIBIR-RETENIDA.
      *
           SET SI-RETENIDA               TO TRUE
           MOVE ID-SOLICITUD-SOL         TO ID-SOLICITUD-RET
           MOVE DNI-SOL (IND-INT)        TO DNI-RET
      *
           WRITE REG-FRETENID FROM LINEA-RETENIDA
      *
           IF FS-FRETENID NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRETENID'
              DISPLAY 'PARRAFO: 2250-ESCRIBIR-RETENIDA'
              DISPLAY 'FILE STATUS: ' FS-FRETENID
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2250-ESCRIBIR-RETENIDA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ABRIR-CUENTA                                          *
      *     SIGUIENTE NUMERO DE LA OFICINA, DC, IBAN, CUENTA E         *
      *     INTERVINIENTES EN UNA UNIDAD DE TRABAJO. DESPUES DEL       *
      *     COMMIT, CARTA Y REGISTRO.                                  *
      ******************************************************************
       2300-ABRIR-CUENTA.
      *
           MOVE BANCO-SOL                TO TB-BANCO
           MOVE OFICINA-SOL              TO TB-OFICINA
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_CUENTA), '0000000000')
                 INTO :WK-ULTIMO-NUMERO
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ABRIR-CUENTA'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-ULTIMO-NUMERO IS NOT NUMERIC
              OR WK-ULTIMO-NUMERO-R = 9999999999
              MOVE CT-MOTIVO-NUMERACION  TO WK-MOTIVO
              PERFORM 2700-ESCRIBIR-RECHAZO
                 THRU 2700-ESCRIBIR-RECHAZO-EXIT
              GO TO 2300-ABRIR-CUENTA-EXIT
           END-IF
      *
           COMPUTE WK-NUMERO-NUEVO = WK-ULTIMO-NUMERO-R + 1
           MOVE WK-NUMERO-NUEVO          TO TB-NUM-CUENTA
      *
           PERFORM 8000-CALCULAR-DC
              THRU 8000-CALCULAR-DC-EXIT
           MOVE WK-DC-CALCULADO          TO TB-DC
      *
           STRING TB-BANCO               DELIMITED BY SIZE
                  TB-OFICINA             DELIMITED BY SIZE
                  TB-DC                  DELIMITED BY SIZE
                  TB-NUM-CUENTA          DELIMITED BY SIZE
             INTO WK-CUENTA-CCC
      *
           INITIALIZE CPYIBAN
           MOVE 'G'                      TO OPCION-IBA
           MOVE WK-CUENTA-CCC            TO CUENTA-IBA
           CALL 'RUTIBAN' USING CPYIBAN
      *
           IF RETORNO-IBA NOT = '00'
              DISPLAY 'ERROR AL GENERAR EL IBAN'
              DISPLAY 'PARRAFO: 2300-ABRIR-CUENTA'
              DISPLAY 'CUENTA: ' WK-CUENTA-CCC
              DISPLAY 'RETORNO: ' RETORNO-IBA
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE IBAN-S-IBA               TO WK-IBAN
      *
           PERFORM 2310-PRIMER-TITULAR
              THRU 2310-PRIMER-TITULAR-EXIT
              VARYING IND-INT FROM NUM-INTERV-SOL BY -1
                UNTIL IND-INT < 1
      *
           MOVE 0                        TO TB-SALDO
                                            TB-DIAS-DESCUBIERTO
           MOVE 'A'                      TO TB-ESTADO-CUENTA
           MOVE DIVISA-SOL               TO TB-DIVISA
           MOVE PRODUCTO-SOL             TO TB-PRODUCTO
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
              DISPLAY 'PARRAFO: 2300-ABRIR-CUENTA'
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
           PERFORM 2400-ALTA-INTERVINIENTE
              THRU 2400-ALTA-INTERVINIENTE-EXIT
              VARYING IND-INT FROM 1 BY 1
                UNTIL IND-INT > NUM-INTERV-SOL
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-ABIERTAS
      *
           PERFORM 2500-ESCRIBIR-CARTA
              THRU 2500-ESCRIBIR-CARTA-EXIT
      *
           PERFORM 2600-ESCRIBIR-REGISTRO
              THRU 2600-ESCRIBIR-REGISTRO-EXIT
      *
           .
       2300-ABRIR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2310-PRIMER-TITULAR                                        *
      *     SE RECORRE DE ATRAS ADELANTE: EL ULTIMO QUE QUEDA ES EL    *
      *     PRIMER TITULAR DE LA SOLICITUD, QUE DA NOMBRE A LA CUENTA. *
      ******************************************************************
       2310-PRIMER-TITULAR.
      *
           IF ROL-SOL (IND-INT) = CT-TITULAR
              MOVE NOMBRE-SOL (IND-INT)  TO TB-TITULAR
                                            TITULAR-REG
           END-IF
      *
           .
       2310-PRIMER-TITULAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ALTA-INTERVINIENTE                                    *
      ******************************************************************
       2400-ALTA-INTERVINIENTE.
      *
           MOVE TB-BANCO                 TO IV-BANCO
           MOVE TB-OFICINA               TO IV-OFICINA
           MOVE TB-NUM-CUENTA            TO IV-NUM-CUENTA
           MOVE DNI-SOL (IND-INT)        TO IV-DNI-PERSONA
           MOVE NOMBRE-SOL (IND-INT)     TO IV-NOMBRE
           MOVE ROL-SOL (IND-INT)        TO IV-ROL
           MOVE PORCENTAJE-SOL (IND-INT) TO IV-PORCENTAJE
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
              DISPLAY 'PARRAFO: 2400-ALTA-INTERVINIENTE'
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
           ADD CT-1                      TO CN-INTERVINIENTES
      *
           .
       2400-ALTA-INTERVINIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ESCRIBIR-CARTA                                        *
      *     TITULO, INTERVINIENTES, CUENTA, IBAN EN BLOQUES DE 4 Y     *
      *     PRODUCTO. CADA CARTA TERMINA CON UNA LINEA EN BLANCO.      *
      ******************************************************************
       2500-ESCRIBIR-CARTA.
      *
           MOVE WK-FECHA-CARTA           TO FECHA-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-TITULO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE SPACES                   TO TEXTO-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-TEXTO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           PERFORM 2510-CARTA-INTERVINIENTE
              THRU 2510-CARTA-INTERVINIENTE-EXIT
              VARYING IND-INT FROM 1 BY 1
                UNTIL IND-INT > NUM-INTERV-SOL
      *
           MOVE SPACES                   TO TEXTO-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-TEXTO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE 'LE DAMOS LA BIENVENIDA. SU CUENTA YA ESTA OPERATIVA:'
                                         TO TEXTO-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-TEXTO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE WK-CUENTA-CCC            TO CUENTA-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-CUENTA
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE SPACES                   TO WK-IBAN-IMPRESO
           STRING WK-IBAN-BLOQUE (1)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-IBAN-BLOQUE (2)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-IBAN-BLOQUE (3)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-IBAN-BLOQUE (4)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-IBAN-BLOQUE (5)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-IBAN-BLOQUE (6)     DELIMITED BY SIZE
             INTO WK-IBAN-IMPRESO
           MOVE WK-IBAN-IMPRESO          TO IBAN-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-IBAN
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE WK-DESC-PRODUCTO         TO PRODUCTO-CAR
           MOVE DIVISA-SOL               TO DIVISA-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-PRODUCTO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           MOVE SPACES                   TO TEXTO-CAR
           WRITE REG-FCARTAS FROM LINEA-CARTA-TEXTO
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           .
       2500-ESCRIBIR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     2510-CARTA-INTERVINIENTE                                   *
      ******************************************************************
       2510-CARTA-INTERVINIENTE.
      *
           MOVE NOMBRE-SOL (IND-INT)     TO NOMBRE-CAR
      *
           IF ROL-SOL (IND-INT) = CT-TITULAR
              MOVE 'TITULAR'             TO ROL-CAR
           ELSE
              MOVE 'AUTORIZADO'          TO ROL-CAR
           END-IF
      *
           WRITE REG-FCARTAS FROM LINEA-CARTA-INTERV
           PERFORM 2590-VERIFICAR-CARTA
              THRU 2590-VERIFICAR-CARTA-EXIT
      *
           .
       2510-CARTA-INTERVINIENTE-EXIT.
           EXIT.
      ******************************************************************
      *     2590-VERIFICAR-CARTA                                       *
      ******************************************************************
       2590-VERIFICAR-CARTA.
      *
           IF FS-FCARTAS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCARTAS'
              DISPLAY 'PARRAFO: 2590-VERIFICAR-CARTA'
              DISPLAY 'FILE STATUS: ' FS-FCARTAS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2590-VERIFICAR-CARTA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-REGISTRO                                     *
      ******************************************************************
       2600-ESCRIBIR-REGISTRO.
      *
           MOVE ID-SOLICITUD-SOL         TO ID-SOLICITUD-REG
           MOVE WK-CUENTA-CCC            TO CUENTA-REG
           MOVE WK-IBAN                  TO IBAN-REG
           MOVE PRODUCTO-SOL             TO PRODUCTO-REG
           MOVE DIVISA-SOL               TO DIVISA-REG
           MOVE NUM-INTERV-SOL           TO NUM-INTERV-REG
           MOVE WK-FECHA-CARTA           TO FECHA-REG
      *
           WRITE REG-FREGISTR FROM LINEA-REGISTRO
      *
           IF FS-FREGISTR NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FREGISTR'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-REGISTRO'
              DISPLAY 'FILE STATUS: ' FS-FREGISTR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2600-ESCRIBIR-REGISTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2700-ESCRIBIR-RECHAZO.
      *
           MOVE ID-SOLICITUD-SOL         TO ID-SOLICITUD-RECH
           MOVE SPACES                   TO OFICINA-RECH
           STRING BANCO-SOL              DELIMITED BY SIZE
                  OFICINA-SOL            DELIMITED BY SIZE
             INTO OFICINA-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-RECHAZO'
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
       2700-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FSOLICIT
                 FCARTAS
                 FREGISTR
                 FRETENID
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A P E R T C T A    **'
           DISPLAY '***********************************'
           DISPLAY '*SOLICITUDES LEIDAS : ' CN-LEIDAS '      *'
           DISPLAY '*CUENTAS ABIERTAS   : ' CN-ABIERTAS '      *'
           DISPLAY '*INTERVINIENTES     : ' CN-INTERVINIENTES '      *'
           DISPLAY '*RETENIDAS CUMPLIM. : ' CN-RETENIDAS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
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
      *     9000-LEER-FSOLICIT                                         *
      ******************************************************************
       9000-LEER-FSOLICIT.
      *
           READ FSOLICIT INTO DATOS-SOLICITUD
      *
           EVALUATE FS-FSOLICIT
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FSOLICIT  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FSOLICIT'
                    DISPLAY 'PARRAFO: 9000-LEER-FSOLICIT'
                    DISPLAY 'FILE STATUS: ' FS-FSOLICIT
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FSOLICIT-EXIT.
           EXIT.
