      ******************************************************************
      ** A B O N O R E C.-ABONOS RECIBIDOS DE OTRAS ENTIDADES. LEE EL **
      **                  FICHERO DE LA CAMARA CON LAS TRANSFERENCIAS **
      **                  QUE NOS ENVIAN (NOMINAS, DEVOLUCIONES,      **
      **                  TRASPASOS), VALIDA LA CUENTA BENEFICIARIA   **
      **                  (IBAN, DIGITO DE CONTROL COMO EN TRANSFER,  **
      **                  QUE EXISTA Y QUE NO LA HAYA CERRADO         **
      **                  CIERRCTA) Y ABONA CADA UNO CONTRA LA CUENTA **
      **                  PUENTE DE COMPENSACION, DEJANDO EN          **
      **                  CUENTAS_MOVTO EL ORDENANTE Y LA REFERENCIA. **
      **                  LO QUE NO SE PUEDE APLICAR VA A LA TABLA    **
      **                  ABONOS_SUSPENSO (SUSPABON LO ENVEJECE Y LO  **
      **                  DEVUELVE). UN ABONO YA TRATADO (MISMA       **
      **                  ENTIDAD Y REFERENCIA) NO SE APLICA DOS      **
      **                  VECES. CUADRA EL FICHERO CONTRA SU REGISTRO **
      **                  DE TOTALES.                                 **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   ABONOREC.
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
           SELECT FRECIBID ASSIGN TO FRECIBID
           FILE STATUS FS-FRECIBID.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRECIBID
           RECORDING MODE IS F.
       01  REG-FRECIBID               PIC X(0150).
      *    TRANSFERENCIAS RECIBIDAS DE LA CAMARA (FORMATO CPYTRFEM)
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0110).
      *    LISTADO DE ABONOS APLICADOS, EN SUSPENSO Y DUPLICADOS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRECIBID            PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'ABONOREC'.
           05  CT-TIPO-RECIBIDA       PIC X(01) VALUE 'B'.
           05  CT-MOTIVO-DIVISA       PIC X(20) VALUE
               'DIVISA NO ADMITIDA'.
           05  CT-MOTIVO-IBAN         PIC X(20) VALUE
               'IBAN INCORRECTO'.
           05  CT-MOTIVO-DC           PIC X(20) VALUE
               'DC INCORRECTO'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(20) VALUE
               'CUENTA INEXISTENTE'.
           05  CT-MOTIVO-CERRADA      PIC X(20) VALUE
               'CUENTA CERRADA'.
           05  CT-MOTIVO-SIN-CAMBIO   PIC X(20) VALUE
               'SIN CAMBIO DIVISA'.
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
           05  CN-DETALLES            PIC 9(07).
           05  CN-ABONADOS            PIC 9(05).
           05  CN-SUSPENSO            PIC 9(05).
           05  CN-DUPLICADOS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-REG-CAMARA          PIC X(150).
           05  WK-ENTIDAD-ORDENANTE   PIC X(04).
           05  WK-MOTIVO              PIC X(20).
           05  WK-RESULTADO           PIC X(10).
           05  WK-NUM-DUPLICADOS      PIC S9(09) COMP.
           05  WK-IMPORTE-RECIBIDO    PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-CLIENTE     PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-DESTINO       PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-PUENTE        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-DESTINO      PIC X(03).
           05  WK-DIVISA-APUNTE       PIC X(03).
           05  WK-ESTADO-DESTINO      PIC X(01).
           05  WK-CAMBIO              PIC S9(03)V9(05) COMP-3.
           05  WK-CAMBIO-APUNTE       PIC S9(03)V9(05) COMP-3.
      *
      * REFERENCIA QUE QUEDA EN CUENTAS_MOVTO: ENTIDAD + REFERENCIA
       01  WK-REFERENCIA-ABONO.
           05  WK-REF-ENTIDAD         PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WK-REF-NUMERO          PIC 9(09).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  WK-CUENTA-VAL.
           05  WK-VAL-BANCO           PIC X(04).
           05  WK-VAL-OFICINA         PIC X(04).
           05  WK-VAL-DC              PIC X(02).
           05  WK-VAL-NUMERO          PIC X(10).
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
       COPY CPYPUENT.
      *
       COPY CPYTRFEM.
      *
       01  LINEA-INFORME.
           05  ENTIDAD-INF            PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  REFERENCIA-INF         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IBAN-INF               PIC X(34).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-INF            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-INF             PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RESULTADO-INF          PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-INF             PIC X(20).
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FRECIBID        PIC X(01).
               88  SI-FIN-FRECIBID              VALUE 'S'.
               88  NO-FIN-FRECIBID              VALUE 'N'.
           05  SW-ABONO-VALIDO        PIC X(01).
               88  SI-ABONO-VALIDO              VALUE 'S'.
               88  NO-ABONO-VALIDO              VALUE 'N'.
           05  SW-DC-VALIDO           PIC X(01).
               88  SI-DC-VALIDO                 VALUE 'S'.
               88  NO-DC-VALIDO                 VALUE 'N'.
           05  SW-TOTALES             PIC X(01).
               88  SI-TOTALES                   VALUE 'S'.
               88  NO-TOTALES                   VALUE 'N'.
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
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------DCLGEN ABONOS_SUSPENSO-----*
      *
           EXEC SQL
               INCLUDE TBABOSUS
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
             UNTIL SI-FIN-FRECIBID
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
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDIVISAS
                      DCLABONOS-SUSPENSO
      *
           SET NO-FIN-FRECIBID           TO TRUE
           SET NO-TOTALES                TO TRUE
      *
           OPEN INPUT  FRECIBID
           OPEN OUTPUT FINFORME
      *
           IF FS-FRECIBID NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRECIBID ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FRECIBID
              THRU 9000-LEER-FRECIBID-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CABECERA: ENTIDAD ORDENANTE. DETALLE: UN ABONO. TOTALES:   *
      *     CUADRE DEL FICHERO.                                        *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE WK-REG-CAMARA (1:1)
               WHEN 'C'
                    MOVE WK-REG-CAMARA   TO REG-TRF-CABECERA
                    MOVE ENTIDAD-TRC     TO WK-ENTIDAD-ORDENANTE
               WHEN 'D'
                    MOVE WK-REG-CAMARA   TO REG-TRF-DETALLE
                    PERFORM 2100-TRATAR-ABONO
                       THRU 2100-TRATAR-ABONO-EXIT
               WHEN 'T'
                    MOVE WK-REG-CAMARA   TO REG-TRF-TOTALES
                    PERFORM 2700-CUADRAR-TOTALES
                       THRU 2700-CUADRAR-TOTALES-EXIT
               WHEN OTHER
                    DISPLAY 'AVISO: REGISTRO DE TIPO DESCONOCIDO: '
                            WK-REG-CAMARA (1:1)
                    MOVE 4               TO RETURN-CODE
           END-EVALUATE
      *
           PERFORM 9000-LEER-FRECIBID
              THRU 9000-LEER-FRECIBID-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-TRATAR-ABONO                                          *
      ******************************************************************
       2100-TRATAR-ABONO.
      *
           ADD CT-1                      TO CN-DETALLES
           ADD IMPORTE-TRD               TO WK-IMPORTE-TOTAL
           MOVE IMPORTE-TRD              TO WK-IMPORTE-RECIBIDO
           MOVE WK-ENTIDAD-ORDENANTE     TO WK-REF-ENTIDAD
           MOVE REFERENCIA-TRD           TO WK-REF-NUMERO
           MOVE SPACES                   TO WK-MOTIVO
      *
           PERFORM 2150-COMPROBAR-DUPLICADO
              THRU 2150-COMPROBAR-DUPLICADO-EXIT
      *
           IF WK-NUM-DUPLICADOS > 0
              ADD CT-1                   TO CN-DUPLICADOS
              MOVE 'DUPLICADO '          TO WK-RESULTADO
              MOVE 0                     TO WK-IMPORTE-CLIENTE
              MOVE DIVISA-TRD            TO WK-DIVISA-DESTINO
              PERFORM 2600-LINEA-INFORME
                 THRU 2600-LINEA-INFORME-EXIT
              GO TO 2100-TRATAR-ABONO-EXIT
           END-IF
      *
           PERFORM 2200-VALIDAR-ABONO
              THRU 2200-VALIDAR-ABONO-EXIT
      *
           IF SI-ABONO-VALIDO
              PERFORM 2300-ABONAR
                 THRU 2300-ABONAR-EXIT
           ELSE
              PERFORM 2500-ENVIAR-SUSPENSO
                 THRU 2500-ENVIAR-SUSPENSO-EXIT
           END-IF
      *
           PERFORM 2600-LINEA-INFORME
              THRU 2600-LINEA-INFORME-EXIT
      *
           .
       2100-TRATAR-ABONO-EXIT.
           EXIT.
      ******************************************************************
      *     2150-COMPROBAR-DUPLICADO                                   *
      *     UN FICHERO REPETIDO NO DEBE ABONAR DOS VECES: LA MISMA     *
      *     ENTIDAD Y REFERENCIA NO PUEDEN ESTAR YA EN EL LIBRO NI EN  *
      *     SUSPENSO.                                                  *
      ******************************************************************
       2150-COMPROBAR-DUPLICADO.
      *
           MOVE WK-REFERENCIA-ABONO      TO MV-REFERENCIA
           MOVE WK-ENTIDAD-ORDENANTE     TO SU-ENTIDAD-ORDENANTE
           MOVE REFERENCIA-TRD           TO SU-REFERENCIA
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-DUPLICADOS
                 FROM CUENTAS_MOVTO
                WHERE REFERENCIA = :MV-REFERENCIA
                  AND TIPO_MOVIMIENTO = 'B'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2150-COMPROBAR-DUPLICADO'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-DUPLICADOS > 0
              GO TO 2150-COMPROBAR-DUPLICADO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-DUPLICADOS
                 FROM ABONOS_SUSPENSO
                WHERE ENTIDAD_ORDENANTE = :SU-ENTIDAD-ORDENANTE
                  AND REFERENCIA = :SU-REFERENCIA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2150-COMPROBAR-DUPLICADO'
              DISPLAY 'TABLA: ABONOS_SUSPENSO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2150-COMPROBAR-DUPLICADO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-VALIDAR-ABONO                                         *
      *     DIVISA, IBAN ESPANOL VALIDO, DC DE LA CCC, CUENTA EXISTENTE*
      *     Y NO CERRADA. SI LA CUENTA NO ES EN EUR SE CONVIERTE CON   *
      *     EL CAMBIO VIGENTE DE DIVISAS.                              *
      ******************************************************************
       2200-VALIDAR-ABONO.
      *
           SET SI-ABONO-VALIDO           TO TRUE
      *
           IF DIVISA-TRD NOT = 'EUR'
              SET NO-ABONO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-DIVISA      TO WK-MOTIVO
              GO TO 2200-VALIDAR-ABONO-EXIT
           END-IF
      *
           INITIALIZE CPYIBAN
           MOVE 'V'                      TO OPCION-IBA
           MOVE IBAN-BENEF-TRD           TO IBAN-IBA
           CALL 'RUTIBAN' USING CPYIBAN
      *
           IF RETORNO-IBA NOT = '00'
              OR PAIS-IBA NOT = 'ES'
              SET NO-ABONO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-IBAN        TO WK-MOTIVO
              GO TO 2200-VALIDAR-ABONO-EXIT
           END-IF
      *
           MOVE CUENTA-S-IBA             TO WK-CUENTA-VAL
           PERFORM 8000-VALIDAR-DC
              THRU 8000-VALIDAR-DC-EXIT
      *
           IF NO-DC-VALIDO
              SET NO-ABONO-VALIDO        TO TRUE
              MOVE CT-MOTIVO-DC          TO WK-MOTIVO
              GO TO 2200-VALIDAR-ABONO-EXIT
           END-IF
      *
           MOVE WK-VAL-BANCO             TO TB-BANCO
           MOVE WK-VAL-OFICINA           TO TB-OFICINA
           MOVE WK-VAL-NUMERO            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(DIVISA, 'EUR')
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :WK-SALDO-DESTINO
                     ,:WK-DIVISA-DESTINO
                     ,:WK-ESTADO-DESTINO
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-ESTADO-DESTINO = 'C'
                       SET NO-ABONO-VALIDO      TO TRUE
                       MOVE CT-MOTIVO-CERRADA   TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-ABONO-VALIDO         TO TRUE
                    MOVE CT-MOTIVO-SIN-CUENTA   TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-VALIDAR-ABONO'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-ABONO-VALIDO
              GO TO 2200-VALIDAR-ABONO-EXIT
           END-IF
      *
           MOVE 1                        TO WK-CAMBIO
           MOVE WK-IMPORTE-RECIBIDO      TO WK-IMPORTE-CLIENTE
      *
           IF WK-DIVISA-DESTINO = 'EUR'
              GO TO 2200-VALIDAR-ABONO-EXIT
           END-IF
      *
           MOVE WK-DIVISA-DESTINO        TO DV-DIVISA
      *
           EXEC SQL
               SELECT CAMBIO
                 INTO :DV-CAMBIO
                 FROM DIVISAS
                WHERE DIVISA = :DV-DIVISA
                  AND FECHAVIG <= CURRENT DATE
                ORDER BY FECHAVIG DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DV-CAMBIO             TO WK-CAMBIO
                    COMPUTE WK-IMPORTE-CLIENTE ROUNDED =
                            WK-IMPORTE-RECIBIDO * WK-CAMBIO
               WHEN 100
                    SET NO-ABONO-VALIDO        TO TRUE
                    MOVE CT-MOTIVO-SIN-CAMBIO  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-VALIDAR-ABONO'
                    DISPLAY 'TABLA: DIVISAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2200-VALIDAR-ABONO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ABONAR                                                *
      *     CARGO EN LA CUENTA PUENTE Y ABONO AL BENEFICIARIO, CON UN  *
      *     UNICO COMMIT.                                              *
      ******************************************************************
       2300-ABONAR.
      *
           MOVE CT-BANCO-PUENTE          TO TB-BANCO
           MOVE CT-OFICINA-PUENTE        TO TB-OFICINA
           MOVE CT-NUMERO-PUENTE         TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                 INTO :WK-SALDO-PUENTE
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ABONAR'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-PUENTE - WK-IMPORTE-RECIBIDO
           MOVE CT-DC-PUENTE             TO TB-DC
           COMPUTE WK-IMPORTE-APUNTE = WK-IMPORTE-RECIBIDO * -1
           MOVE 'EUR'                    TO WK-DIVISA-APUNTE
           MOVE 1                        TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-DESTINO + WK-IMPORTE-CLIENTE
           MOVE WK-VAL-BANCO             TO TB-BANCO
           MOVE WK-VAL-OFICINA           TO TB-OFICINA
           MOVE WK-VAL-DC                TO TB-DC
           MOVE WK-VAL-NUMERO            TO TB-NUM-CUENTA
           MOVE WK-IMPORTE-CLIENTE       TO WK-IMPORTE-APUNTE
           MOVE WK-DIVISA-DESTINO        TO WK-DIVISA-APUNTE
           MOVE WK-CAMBIO                TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-ABONADOS
           MOVE 'ABONADO   '             TO WK-RESULTADO
      *
           .
       2300-ABONAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONTABILIZAR-APUNTE                                   *
      *     UPDATE DEL SALDO + INSERT EN EL LIBRO MAYOR CON EL         *
      *     ORDENANTE Y LA REFERENCIA DEL ABONO. UN ERROR DESHACE EL   *
      *     ABONO ENTERO Y ABORTA.                                     *
      ******************************************************************
       2400-CONTABILIZAR-APUNTE.
      *
           EXEC SQL
               UPDATE CUENTAS
                  SET SALDO = :WK-SALDO-NUEVO
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
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
           MOVE CT-TIPO-RECIBIDA         TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE WK-DIVISA-APUNTE         TO MV-DIVISA
           MOVE WK-CAMBIO-APUNTE         TO MV-CAMBIO-APLICADO
           MOVE WK-REFERENCIA-ABONO      TO MV-REFERENCIA
           MOVE IBAN-ORDENANTE-TRD       TO MV-ORDENANTE
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
                      ,CAMBIO_APLICADO
                      ,REFERENCIA
                      ,ORDENANTE)
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
                      ,:MV-CAMBIO-APLICADO
                      ,:MV-REFERENCIA
                      ,:MV-ORDENANTE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
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
       2400-CONTABILIZAR-APUNTE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ENVIAR-SUSPENSO                                       *
      *     EL ABONO QUE NO SE PUEDE APLICAR QUEDA PENDIENTE CON SU    *
      *     MOTIVO HASTA QUE LA OFICINA LO RECLAME O SUSPABON LO       *
      *     DEVUELVA A LA ENTIDAD ORDENANTE.                           *
      ******************************************************************
       2500-ENVIAR-SUSPENSO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_SUSPENSO), 0) + 1
                 INTO :SU-ID-SUSPENSO
                 FROM ABONOS_SUSPENSO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-ENVIAR-SUSPENSO'
              DISPLAY 'TABLA: ABONOS_SUSPENSO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-ENTIDAD-ORDENANTE     TO SU-ENTIDAD-ORDENANTE
           MOVE REFERENCIA-TRD           TO SU-REFERENCIA
           MOVE IBAN-ORDENANTE-TRD       TO SU-IBAN-ORDENANTE
           MOVE IBAN-BENEF-TRD           TO SU-IBAN-BENEFICIARIO
           MOVE WK-IMPORTE-RECIBIDO      TO SU-IMPORTE
           MOVE DIVISA-TRD               TO SU-DIVISA
           MOVE CONCEPTO-TRD             TO SU-CONCEPTO
           MOVE WK-MOTIVO                TO SU-MOTIVO
           MOVE 'P'                      TO SU-ESTADO
      *
           EXEC SQL
               INSERT INTO ABONOS_SUSPENSO
                      (ID_SUSPENSO
                      ,ENTIDAD_ORDENANTE
                      ,REFERENCIA
                      ,IBAN_ORDENANTE
                      ,IBAN_BENEFICIARIO
                      ,IMPORTE
                      ,DIVISA
                      ,CONCEPTO
                      ,MOTIVO
                      ,FECHA_RECEPCION
                      ,ESTADO)
                      VALUES(
                       :SU-ID-SUSPENSO
                      ,:SU-ENTIDAD-ORDENANTE
                      ,:SU-REFERENCIA
                      ,:SU-IBAN-ORDENANTE
                      ,:SU-IBAN-BENEFICIARIO
                      ,:SU-IMPORTE
                      ,:SU-DIVISA
                      ,:SU-CONCEPTO
                      ,:SU-MOTIVO
                      ,CURRENT DATE
                      ,:SU-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2500-ENVIAR-SUSPENSO'
              DISPLAY 'TABLA: ABONOS_SUSPENSO'
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
           ADD CT-1                      TO CN-SUSPENSO
           MOVE 'SUSPENSO  '             TO WK-RESULTADO
           MOVE WK-IMPORTE-RECIBIDO      TO WK-IMPORTE-CLIENTE
           MOVE DIVISA-TRD               TO WK-DIVISA-DESTINO
      *
           .
       2500-ENVIAR-SUSPENSO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-LINEA-INFORME                                         *
      ******************************************************************
       2600-LINEA-INFORME.
      *
           MOVE WK-ENTIDAD-ORDENANTE     TO ENTIDAD-INF
           MOVE REFERENCIA-TRD           TO REFERENCIA-INF
           MOVE IBAN-BENEF-TRD           TO IBAN-INF
           MOVE WK-IMPORTE-CLIENTE       TO IMPORTE-INF
           MOVE WK-DIVISA-DESTINO        TO DIVISA-INF
           MOVE WK-RESULTADO             TO RESULTADO-INF
           MOVE WK-MOTIVO                TO MOTIVO-INF
      *
           WRITE REG-FINFORME FROM LINEA-INFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2600-LINEA-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2600-LINEA-INFORME-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CUADRAR-TOTALES                                       *
      *     LOS ABONOS YA ESTAN APLICADOS: UN DESCUADRE NO SE DESHACE, *
      *     SE AVISA CON RETURN-CODE 4 PARA QUE LO REVISE OPERACION.   *
      ******************************************************************
       2700-CUADRAR-TOTALES.
      *
           SET SI-TOTALES                TO TRUE
      *
           IF NUM-DETALLES-TRT NOT = CN-DETALLES
              OR IMPORTE-TOTAL-TRT NOT = WK-IMPORTE-TOTAL
              DISPLAY 'AVISO: FICHERO DESCUADRADO CON SUS TOTALES'
              DISPLAY 'DETALLES LEIDOS : ' CN-DETALLES
                      ' TOTALES: ' NUM-DETALLES-TRT
              DISPLAY 'IMPORTE LEIDO   : ' WK-IMPORTE-TOTAL
                      ' TOTALES: ' IMPORTE-TOTAL-TRT
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           .
       2700-CUADRAR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF NO-TOTALES
              AND RETURN-CODE < 8
              DISPLAY 'AVISO: FICHERO SIN REGISTRO DE TOTALES'
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           CLOSE FRECIBID
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A B O N O R E C    **'
           DISPLAY '***********************************'
           DISPLAY '*ABONOS RECIBIDOS  : ' CN-DETALLES '     *'
           DISPLAY '*ABONADOS EN CUENTA: ' CN-ABONADOS '       *'
           DISPLAY '*A SUSPENSO        : ' CN-SUSPENSO '       *'
           DISPLAY '*DUPLICADOS        : ' CN-DUPLICADOS '       *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     8000-VALIDAR-DC                                            *
      *     MISMO ALGORITMO QUE TRANSFER: PESOS 1,2,4,8,5,10,9,7,3,6   *
      *     SOBRE 00+BANCO+OFICINA Y SOBRE EL NUMERO DE CUENTA,        *
      *     MODULO 11 (10 -> 1, 11 -> 0).                              *
      ******************************************************************
       8000-VALIDAR-DC.
      *
           SET SI-DC-VALIDO              TO TRUE
      *
           IF WK-CUENTA-VAL = SPACES
              OR WK-VAL-BANCO IS NOT NUMERIC
              OR WK-VAL-OFICINA IS NOT NUMERIC
              OR WK-VAL-NUMERO IS NOT NUMERIC
              SET NO-DC-VALIDO           TO TRUE
              GO TO 8000-VALIDAR-DC-EXIT
           END-IF
      *
           MOVE WK-VAL-BANCO             TO WK-BASE-DC1-BANCO
           MOVE WK-VAL-OFICINA           TO WK-BASE-DC1-OFIC
      *
           MOVE WK-BASE-DC1              TO WK-BASE-DC
           PERFORM 8100-CALCULAR-DIGITO
              THRU 8100-CALCULAR-DIGITO-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-1
      *
           MOVE WK-VAL-NUMERO            TO WK-BASE-DC2
      *
           MOVE WK-BASE-DC2              TO WK-BASE-DC
           PERFORM 8100-CALCULAR-DIGITO
              THRU 8100-CALCULAR-DIGITO-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-2
      *
           IF WK-DC-CALCULADO NOT = WK-VAL-DC
              SET NO-DC-VALIDO           TO TRUE
           END-IF
      *
           .
       8000-VALIDAR-DC-EXIT.
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
      *     9000-LEER-FRECIBID                                         *
      ******************************************************************
       9000-LEER-FRECIBID.
      *
           READ FRECIBID INTO WK-REG-CAMARA
      *
           EVALUATE FS-FRECIBID
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FRECIBID  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FRECIBID'
                    DISPLAY 'PARRAFO: 9000-LEER-FRECIBID'
                    DISPLAY 'FILE STATUS: ' FS-FRECIBID
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FRECIBID-EXIT.
           EXIT.
      *
