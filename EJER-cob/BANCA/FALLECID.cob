      ******************************************************************
      ** F A L L E C I D.-NOTIFICACIONES DE FALLECIMIENTO DE          **
      **                  TITULARES. LEE EL FICHERO DE DEFUNCIONES    **
      **                  (DNI Y FECHA DE DEFUNCION) Y, POR CADA UNA: **
      **                  - LA REGISTRA EN DEFUNCIONES (ESTADO 'B').  **
      **                  - BLOQUEA ('B') CADA CUENTA NO CERRADA DE   **
      **                    LA QUE ES TITULAR UNICO EN                **
      **                    INTERVINIENTES. YA NO ADMITEN CARGOS:     **
      **                    LOS RECHAZAN TRANSFER, ALTAPEND, APROBMOV,**
      **                    COBRPRES Y RUTCTAIN.                      **
      **                  - SUSPENDE ('S') LAS ORDENES PERMANENTES    **
      **                    ACTIVAS CON ORIGEN EN ESAS CUENTAS, QUE   **
      **                    EJECORDP DEJA DE EJECUTAR.                **
      **                  - EMITE EL CERTIFICADO DE SALDOS A FECHA DE **
      **                    DEFUNCION PARA LA NOTARIA: TODAS SUS      **
      **                    CUENTAS COMO TITULAR, CON EL SALDO AL     **
      **                    CIERRE DE ESE DIA (SALDO ACTUAL MENOS LO  **
      **                    MOVIDO DESPUES). LAS DE COTITULARIDAD     **
      **                    SALEN EN EL CERTIFICADO PERO NO SE        **
      **                    BLOQUEAN.                                 **
      **                  CADA DEFUNCION ES UNA UNIDAD DE TRABAJO.    **
      **                  EL REPARTO A LOS HEREDEROS LO HACE REPHEREN.**
      **                  RETURN-CODE 4 SI HAY NOTIFICACIONES         **
      **                  RECHAZADAS.                                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FALLECID.
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
           SELECT FDEFUNC ASSIGN TO FDEFUNC
           FILE STATUS FS-FDEFUNC.
      *
           SELECT FCERTIFI ASSIGN TO FCERTIFI
           FILE STATUS FS-FCERTIFI.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FDEFUNC
           RECORDING MODE IS F.
       01  REG-FDEFUNC                PIC X(0017).
      *    NOTIFICACIONES DE DEFUNCION: DNI Y FECHA AAAAMMDD
      *
       FD FCERTIFI
           RECORDING MODE IS F.
       01  REG-FCERTIFI               PIC X(0090).
      *    CERTIFICADOS DE SALDOS A FECHA DE DEFUNCION
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    NOTIFICACIONES RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FDEFUNC             PIC X(02).
           05  FS-FCERTIFI            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-BLOQUEADA           PIC X(01) VALUE 'B'.
           05  CT-SUSPENDIDA          PIC X(01) VALUE 'S'.
           05  CT-MOTIVO-FECHA        PIC X(20) VALUE
               'FECHA NO VALIDA'.
           05  CT-MOTIVO-NOTIFICADO   PIC X(20) VALUE
               'YA NOTIFICADO'.
           05  CT-MOTIVO-SIN-CUENTAS  PIC X(20) VALUE
               'SIN CUENTAS TITULAR'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDAS              PIC 9(05).
           05  CN-REGISTRADAS         PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
           05  CN-CUENTAS-CERT        PIC 9(05).
           05  CN-BLOQUEADAS          PIC 9(05).
           05  CN-ORDENES             PIC 9(05).
           05  CN-BLOQ-DIFUNTO        PIC 9(03).
           05  CN-ORD-DIFUNTO         PIC 9(04).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-MOTIVO              PIC X(20).
           05  WK-NUM-CUENTAS         PIC S9(09) COMP.
           05  WK-NUM-DEFUNCIONES     PIC S9(09) COMP.
           05  WK-NUM-TITULARES       PIC S9(09) COMP.
           05  WK-NOMBRE              PIC X(40).
           05  WK-ESTADO              PIC X(01).
           05  WK-MOVS-DESPUES        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-DEFUNCION     PIC S9(15)V9(02) COMP-3.
           05  WK-ORDENES             PIC S9(09) COMP.
           05  WK-CUENTA-ORIGEN.
               10  WK-BANCO-ORI       PIC X(04).
               10  WK-OFICINA-ORI     PIC X(04).
               10  WK-DC-ORI          PIC X(02).
               10  WK-NUMERO-ORI      PIC X(10).
      *
      * FECHA DE DEFUNCION EN FORMATO DB2
           05  WK-FECHA-DEF-ISO.
               10  WK-ANIO-DEF        PIC 9(04).
               10  FILLER             PIC X(01) VALUE '-'.
               10  WK-MES-DEF         PIC 9(02).
               10  FILLER             PIC X(01) VALUE '-'.
               10  WK-DIA-DEF         PIC 9(02).
      *
      * NOTIFICACION LEIDA DEL FICHERO
       01  DATOS-DEFUNCION.
           05  DNI-DEF                PIC X(09).
           05  FECHA-DEF.
               10  ANIO-DEF           PIC 9(04).
               10  MES-DEF            PIC 9(02).
               10  DIA-DEF            PIC 9(02).
           05  FECHA-DEF-R REDEFINES FECHA-DEF
                                      PIC 9(08).
      *
      * LINEAS DEL CERTIFICADO
       01  LINEA-TITULO.
           05  FILLER                 PIC X(50) VALUE
               'CERTIFICADO DE SALDOS A FECHA DE DEFUNCION'.
           05  FILLER                 PIC X(40) VALUE SPACES.
      *
       01  LINEA-DIFUNTO.
           05  FILLER                 PIC X(09) VALUE 'TITULAR: '.
           05  DNI-CER                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-CER             PIC X(40).
           05  FILLER                 PIC X(14) VALUE
               ' FALLECIDO EL '.
           05  FECHA-CER              PIC X(10).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(45) VALUE
               'CUENTA                   DIV   SALDO A LA FEC'.
           05  FILLER                 PIC X(45) VALUE
               'HA TITS  SITUACION'.
      *
       01  LINEA-CUENTA.
           05  BANCO-CER              PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  OFICINA-CER            PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  DC-CER                 PIC X(02).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  CUENTA-CER             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DIVISA-CER             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SALDO-CER              PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TITULARES-CER          PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SITUACION-CER          PIC X(20).
           05  FILLER                 PIC X(16) VALUE SPACES.
      *
       01  LINEA-PIE.
           05  FILLER                 PIC X(20) VALUE
               'CUENTAS BLOQUEADAS: '.
           05  BLOQUEADAS-PIE         PIC ZZ9.
           05  FILLER                 PIC X(24) VALUE
               '   ORDENES SUSPENDIDAS: '.
           05  ORDENES-PIE            PIC ZZZ9.
           05  FILLER                 PIC X(39) VALUE SPACES.
      *
       01  LINEA-BLANCO               PIC X(90) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  DNI-RECH               PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-RECH             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FDEFUNC         PIC X(01).
               88  SI-FIN-FDEFUNC               VALUE 'S'.
               88  NO-FIN-FDEFUNC               VALUE 'N'.
           05  SW-FIN-CUENTAS         PIC X(01).
               88  SI-FIN-CUENTAS               VALUE 'S'.
               88  NO-FIN-CUENTAS               VALUE 'N'.
           05  SW-DEFUNCION-VALIDA    PIC X(01).
               88  SI-DEFUNCION-VALIDA          VALUE 'S'.
               88  NO-DEFUNCION-VALIDA          VALUE 'N'.
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
      *--------DCLGEN DEFUNCIONES---------*
      *
           EXEC SQL
               INCLUDE TBDEFUNC
           END-EXEC.
      *
      *--------CURSOR DE CUENTAS DEL FALLECIDO COMO TITULAR------------*
      *
           EXEC SQL
               DECLARE CUR-CUENTAS CURSOR FOR
               SELECT C.BANCO
                     ,C.OFICINA
                     ,C.DC
                     ,C.NUM_CUENTA
                     ,C.SALDO
                     ,COALESCE(C.DIVISA, 'EUR')
                     ,COALESCE(C.ESTADO_CUENTA, 'A')
                     ,(SELECT COUNT(*)
                         FROM INTERVINIENTES T
                        WHERE T.BANCO = C.BANCO
                          AND T.OFICINA = C.OFICINA
                          AND T.NUM_CUENTA = C.NUM_CUENTA
                          AND T.ROL = 'T')
                 FROM INTERVINIENTES I
                 JOIN CUENTAS C
                   ON C.BANCO = I.BANCO
                  AND C.OFICINA = I.OFICINA
                  AND C.NUM_CUENTA = I.NUM_CUENTA
                WHERE I.DNI_PERSONA = :DF-DNI
                  AND I.ROL = 'T'
                  AND COALESCE(C.ESTADO_CUENTA, 'A') <> 'C'
                ORDER BY C.BANCO, C.OFICINA, C.NUM_CUENTA
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
             UNTIL SI-FIN-FDEFUNC
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
                      DATOS-DEFUNCION
                      DCLCUENTAS
                      DCLDEFUNCIONES
      *
           SET NO-FIN-FDEFUNC            TO TRUE
           SET SI-FIN-CUENTAS            TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
      *
           OPEN INPUT  FDEFUNC
           OPEN OUTPUT FCERTIFI
                       FRECHAZO
      *
           IF FS-FDEFUNC NOT = CT-00
              OR FS-FCERTIFI NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDEFUNC ' ' FS-FCERTIFI
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FDEFUNC
              THRU 9000-LEER-FDEFUNC-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UNA NOTIFICACION: SE VALIDA Y SE APLICA, O SE RECHAZA.     *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-DEFUNCION
              THRU 2100-VALIDAR-DEFUNCION-EXIT
      *
           IF SI-DEFUNCION-VALIDA
              PERFORM 2200-APLICAR-DEFUNCION
                 THRU 2200-APLICAR-DEFUNCION-EXIT
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FDEFUNC
              THRU 9000-LEER-FDEFUNC-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-DEFUNCION                                     *
      *     FECHA VALIDA Y NO FUTURA, DNI NO NOTIFICADO ANTES Y CON    *
      *     ALGUNA CUENTA NO CERRADA COMO TITULAR.                     *
      ******************************************************************
       2100-VALIDAR-DEFUNCION.
      *
           SET SI-DEFUNCION-VALIDA       TO TRUE
      *
           IF FECHA-DEF IS NOT NUMERIC
              OR MES-DEF < 1 OR MES-DEF > 12
              OR DIA-DEF < 1 OR DIA-DEF > 31
              OR FECHA-DEF-R > WK-FECHA-HOY-AAAAMMDD
              SET NO-DEFUNCION-VALIDA    TO TRUE
              MOVE CT-MOTIVO-FECHA       TO WK-MOTIVO
              GO TO 2100-VALIDAR-DEFUNCION-EXIT
           END-IF
      *
           MOVE ANIO-DEF                 TO WK-ANIO-DEF
           MOVE MES-DEF                  TO WK-MES-DEF
           MOVE DIA-DEF                  TO WK-DIA-DEF
           MOVE DNI-DEF                  TO DF-DNI
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-DEFUNCIONES
                 FROM DEFUNCIONES
                WHERE DNI = :DF-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-VALIDAR-DEFUNCION'
              DISPLAY 'TABLA: DEFUNCIONES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-DEFUNCIONES > 0
              SET NO-DEFUNCION-VALIDA    TO TRUE
              MOVE CT-MOTIVO-NOTIFICADO  TO WK-MOTIVO
              GO TO 2100-VALIDAR-DEFUNCION-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(MAX(I.NOMBRE), ' ')
                 INTO :WK-NUM-CUENTAS
                     ,:WK-NOMBRE
                 FROM INTERVINIENTES I
                 JOIN CUENTAS C
                   ON C.BANCO = I.BANCO
                  AND C.OFICINA = I.OFICINA
                  AND C.NUM_CUENTA = I.NUM_CUENTA
                WHERE I.DNI_PERSONA = :DF-DNI
                  AND I.ROL = 'T'
                  AND COALESCE(C.ESTADO_CUENTA, 'A') <> 'C'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-VALIDAR-DEFUNCION'
              DISPLAY 'TABLA: INTERVINIENTES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-CUENTAS = 0
              SET NO-DEFUNCION-VALIDA    TO TRUE
              MOVE CT-MOTIVO-SIN-CUENTAS TO WK-MOTIVO
           END-IF
      *
           .
       2100-VALIDAR-DEFUNCION-EXIT.
           EXIT.
      ******************************************************************
      *     2200-APLICAR-DEFUNCION                                     *
      *     REGISTRO, BLOQUEOS, SUSPENSIONES Y CERTIFICADO EN UNA      *
      *     UNIDAD DE TRABAJO.                                         *
      ******************************************************************
       2200-APLICAR-DEFUNCION.
      *
           MOVE WK-FECHA-DEF-ISO         TO DF-FECHA-DEFUNCION
           MOVE CT-BLOQUEADA             TO DF-ESTADO
      *
           EXEC SQL
               INSERT INTO DEFUNCIONES
                      (DNI
                      ,FECHA_DEFUNCION
                      ,FECHA_NOTIFICACION
                      ,ESTADO
                      ,FECHA_REPARTO)
                      VALUES(
                       :DF-DNI
                      ,:DF-FECHA-DEFUNCION
                      ,CURRENT DATE
                      ,:DF-ESTADO
                      ,NULL)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-APLICAR-DEFUNCION'
              DISPLAY 'TABLA: DEFUNCIONES'
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
           MOVE 0                        TO CN-BLOQ-DIFUNTO
                                            CN-ORD-DIFUNTO
      *
           MOVE DF-DNI                   TO DNI-CER
           MOVE WK-NOMBRE                TO NOMBRE-CER
           MOVE DF-FECHA-DEFUNCION       TO FECHA-CER
      *
           WRITE REG-FCERTIFI FROM LINEA-TITULO
           WRITE REG-FCERTIFI FROM LINEA-DIFUNTO
           WRITE REG-FCERTIFI FROM LINEA-CABECERA
      *
           IF FS-FCERTIFI NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCERTIFI'
              DISPLAY 'PARRAFO: 2200-APLICAR-DEFUNCION'
              DISPLAY 'FILE STATUS: ' FS-FCERTIFI
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
               OPEN CUR-CUENTAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CUENTAS'
              DISPLAY 'PARRAFO: 2200-APLICAR-DEFUNCION'
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
           SET NO-FIN-CUENTAS            TO TRUE
      *
           PERFORM 9100-LEER-CUENTA
              THRU 9100-LEER-CUENTA-EXIT
      *
           PERFORM 2300-TRATAR-CUENTA
              THRU 2300-TRATAR-CUENTA-EXIT
             UNTIL SI-FIN-CUENTAS
      *
           EXEC SQL
               CLOSE CUR-CUENTAS
           END-EXEC
      *
           MOVE CN-BLOQ-DIFUNTO          TO BLOQUEADAS-PIE
           MOVE CN-ORD-DIFUNTO           TO ORDENES-PIE
           WRITE REG-FCERTIFI FROM LINEA-PIE
           WRITE REG-FCERTIFI FROM LINEA-BLANCO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-REGISTRADAS
      *
           .
       2200-APLICAR-DEFUNCION-EXIT.
           EXIT.
      ******************************************************************
      *     2300-TRATAR-CUENTA                                         *
      *     SALDO A LA FECHA DE DEFUNCION Y, SI ES TITULAR UNICO,      *
      *     BLOQUEO DE LA CUENTA Y SUSPENSION DE SUS ORDENES.          *
      ******************************************************************
       2300-TRATAR-CUENTA.
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_MOVIMIENTO), 0)
                 INTO :WK-MOVS-DESPUES
                 FROM CUENTAS_MOVTO
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
                  AND DATE(FECHA_MOVIMIENTO) > :DF-FECHA-DEFUNCION
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-TRATAR-CUENTA'
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
           COMPUTE WK-SALDO-DEFUNCION =
                   TB-SALDO - WK-MOVS-DESPUES
      *
           IF WK-NUM-TITULARES = 1
              PERFORM 2400-BLOQUEAR-CUENTA
                 THRU 2400-BLOQUEAR-CUENTA-EXIT
              MOVE 'BLOQUEADA'           TO SITUACION-CER
           ELSE
              MOVE 'COTITULARIDAD'       TO SITUACION-CER
           END-IF
      *
           MOVE TB-BANCO                 TO BANCO-CER
           MOVE TB-OFICINA               TO OFICINA-CER
           MOVE TB-DC                    TO DC-CER
           MOVE TB-NUM-CUENTA            TO CUENTA-CER
           MOVE TB-DIVISA                TO DIVISA-CER
           MOVE WK-SALDO-DEFUNCION       TO SALDO-CER
           MOVE WK-NUM-TITULARES         TO TITULARES-CER
      *
           WRITE REG-FCERTIFI FROM LINEA-CUENTA
      *
           IF FS-FCERTIFI NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCERTIFI'
              DISPLAY 'PARRAFO: 2300-TRATAR-CUENTA'
              DISPLAY 'FILE STATUS: ' FS-FCERTIFI
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
           ADD CT-1                      TO CN-CUENTAS-CERT
      *
           PERFORM 9100-LEER-CUENTA
              THRU 9100-LEER-CUENTA-EXIT
      *
           .
       2300-TRATAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-BLOQUEAR-CUENTA                                       *
      ******************************************************************
       2400-BLOQUEAR-CUENTA.
      *
           IF WK-ESTADO NOT = CT-BLOQUEADA
              EXEC SQL
                  UPDATE CUENTAS
                     SET ESTADO_CUENTA = :CT-BLOQUEADA
                   WHERE BANCO = :TB-BANCO
                     AND OFICINA = :TB-OFICINA
                     AND NUM_CUENTA = :TB-NUM-CUENTA
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                 DISPLAY 'PARRAFO: 2400-BLOQUEAR-CUENTA'
                 DISPLAY 'TABLA: CUENTAS'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           ADD CT-1                      TO CN-BLOQ-DIFUNTO
                                            CN-BLOQUEADAS
      *
           MOVE TB-BANCO                 TO WK-BANCO-ORI
           MOVE TB-OFICINA               TO WK-OFICINA-ORI
           MOVE TB-DC                    TO WK-DC-ORI
           MOVE TB-NUM-CUENTA            TO WK-NUMERO-ORI
      *
           EXEC SQL
               UPDATE ORDENES_PERMANENTES
                  SET ESTADO = :CT-SUSPENDIDA
                WHERE CUENTA_ORIGEN = :WK-CUENTA-ORIGEN
                  AND ESTADO = 'A'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SQLERRD (3)     TO WK-ORDENES
                    ADD WK-ORDENES       TO CN-ORD-DIFUNTO
                                            CN-ORDENES
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-BLOQUEAR-CUENTA'
                    DISPLAY 'TABLA: ORDENES_PERMANENTES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2400-BLOQUEAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE DNI-DEF                  TO DNI-RECH
           MOVE FECHA-DEF                TO FECHA-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
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
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-FIN-CUENTAS
              EXEC SQL
                  CLOSE CUR-CUENTAS
              END-EXEC
           END-IF
      *
           CLOSE FDEFUNC
                 FCERTIFI
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F A L L E C I D    **'
           DISPLAY '***********************************'
           DISPLAY '*NOTIFICACIONES     : ' CN-LEIDAS '      *'
           DISPLAY '*REGISTRADAS        : ' CN-REGISTRADAS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
           DISPLAY '*CUENTAS CERTIFIC.  : ' CN-CUENTAS-CERT '      *'
           DISPLAY '*CUENTAS BLOQUEADAS : ' CN-BLOQUEADAS '      *'
           DISPLAY '*ORDENES SUSPENDIDAS: ' CN-ORDENES '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FDEFUNC                                          *
      ******************************************************************
       9000-LEER-FDEFUNC.
      *
           READ FDEFUNC INTO DATOS-DEFUNCION
      *
           EVALUATE FS-FDEFUNC
               WHEN CT-00
                    ADD CT-1             TO CN-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FDEFUNC   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FDEFUNC'
                    DISPLAY 'PARRAFO: 9000-LEER-FDEFUNC'
                    DISPLAY 'FILE STATUS: ' FS-FDEFUNC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FDEFUNC-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CUENTA                                           *
      ******************************************************************
       9100-LEER-CUENTA.
      *
           EXEC SQL
               FETCH CUR-CUENTAS
                INTO :TB-BANCO
                    ,:TB-OFICINA
                    ,:TB-DC
                    ,:TB-NUM-CUENTA
                    ,:TB-SALDO
                    ,:TB-DIVISA
                    ,:WK-ESTADO
                    ,:WK-NUM-TITULARES
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CUENTAS   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CUENTAS'
                    DISPLAY 'PARRAFO: 9100-LEER-CUENTA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CUENTA-EXIT.
           EXIT.
