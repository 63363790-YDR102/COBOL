      ******************************************************************
      ** R U T C T A I N.-RUTINA DE LIQUIDACION EN CUENTA PROPIA.     **
      **                  CUANDO LA CUENTA DE COBRO O DE PAGO DE UN   **
      **                  SEGURO ES DEL PROPIO LIBRO CUENTAS Y EL     **
      **                  CLIENTE INTERVIENE EN ELLA, EL CARGO O EL   **
      **                  ABONO SE APUNTA DIRECTAMENTE EN CUENTAS Y   **
      **                  CUENTAS_MOVTO, SIN PASAR POR EL BANCO NI    **
      **                  PAGAR COMISIONES. EN CUALQUIER OTRO CASO    **
      **                  DEVUELVE '10' Y EL LLAMANTE SIGUE POR EL    **
      **                  FICHERO DEL BANCO. LA RUTINA NO COMMITEA.   **
      **                  UN CARGO EN CUENTA BLOQUEADA ('B', TITULAR  **
      **                  FALLECIDO) O QUE TOQUE LO RETENIDO POR      **
      **                  EMBARGOS ACTIVOS SE RECHAZA CON '20': NO SE **
      **                  COBRA NI EN CASA NI POR EL BANCO. LOS       **
      **                  IMPORTES DE SEGUROS SON EN EUR: UNA CUENTA  **
      **                  EN OTRA DIVISA DEVUELVE '10' Y VA POR EL    **
      **                  BANCO, QUE HACE EL CAMBIO.                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   RUTCTAIN.
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
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WK-VARIABLES.
           05  WK-INTERVENCIONES      PIC S9(09) COMP.
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-ESTADO              PIC X(01).
      *
      * LA CCC DE 20 POSICIONES: BANCO + OFICINA + DC + NUMERO
       01  WK-CUENTA.
           05  WK-CTA-BANCO           PIC X(04).
           05  WK-CTA-OFICINA         PIC X(04).
           05  WK-CTA-DC              PIC X(02).
           05  WK-CTA-NUMERO          PIC X(10).
       01  WK-CUENTA-R REDEFINES WK-CUENTA.
           05  WK-CUENTA-ENTERA       PIC X(20).
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
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       COPY CPYCTAIN.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION USING CPYCTAIN.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
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
           INITIALIZE SALIDA-CTI
                      WK-VARIABLES
                      DCLCUENTAS
                      DCLINTERVINIENTES
                      DCLCTAMOVTO
      *
           MOVE '00'                     TO RETORNO-CTI
           MOVE CUENTA-CTI               TO WK-CUENTA-ENTERA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           IF (OPCION-CTI NOT = 'C' AND OPCION-CTI NOT = 'A')
              OR IMPORTE-CTI NOT > 0
              MOVE '99'                  TO RETORNO-CTI
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           PERFORM 2100-COMPROBAR-CUENTA
              THRU 2100-COMPROBAR-CUENTA-EXIT
      *
           IF RETORNO-CTI = '00'
              PERFORM 2200-APUNTAR
                 THRU 2200-APUNTAR-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-COMPROBAR-CUENTA                                      *
      *     LA CUENTA DEBE EXISTIR EN CUENTAS, NO ESTAR CERRADA, SER   *
      *     EN EUR, TENER AL DNI COMO INTERVINIENTE Y, PARA UN CARGO,  *
      *     SALDO SUFICIENTE: EL COBRO NO PUEDE DEJAR LA CUENTA EN     *
      *     DESCUBIERTO, Y SIN SALDO SIGUE EL CAMINO DEL BANCO.        *
      *     UN CARGO SOBRE CUENTA BLOQUEADA O QUE TOQUE LO RETENIDO    *
      *     POR EMBARGOS ACTIVOS SE RECHAZA ('20').                    *
      ******************************************************************
       2100-COMPROBAR-CUENTA.
      *
           IF WK-CUENTA-ENTERA = SPACES OR LOW-VALUES
              MOVE '10'                  TO RETORNO-CTI
              MOVE 'SIN CUENTA'          TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           MOVE WK-CTA-BANCO             TO IV-BANCO
           MOVE WK-CTA-OFICINA           TO IV-OFICINA
           MOVE WK-CTA-NUMERO            TO IV-NUM-CUENTA
           MOVE DNI-CTI                  TO IV-DNI-PERSONA
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-INTERVENCIONES
                 FROM INTERVINIENTES
                WHERE BANCO = :IV-BANCO
                  AND OFICINA = :IV-OFICINA
                  AND NUM_CUENTA = :IV-NUM-CUENTA
                  AND DNI_PERSONA = :IV-DNI-PERSONA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              MOVE '99'                  TO RETORNO-CTI
              MOVE SQLCODE               TO SQLCODE-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           IF WK-INTERVENCIONES = 0
              MOVE '10'                  TO RETORNO-CTI
              MOVE 'CUENTA EXTERNA'      TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           MOVE WK-CTA-BANCO             TO TB-BANCO
           MOVE WK-CTA-OFICINA           TO TB-OFICINA
           MOVE WK-CTA-NUMERO            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT DC
                     ,SALDO
                     ,COALESCE(ESTADO_CUENTA, 'A')
                     ,COALESCE(DIVISA, 'EUR')
                 INTO :TB-DC
                     ,:WK-SALDO
                     ,:WK-ESTADO
                     ,:TB-DIVISA
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE '10'            TO RETORNO-CTI
                    MOVE 'CUENTA EXTERNA' TO MOTIVO-CTI
                    GO TO 2100-COMPROBAR-CUENTA-EXIT
               WHEN OTHER
                    MOVE '99'            TO RETORNO-CTI
                    MOVE SQLCODE         TO SQLCODE-CTI
                    GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-EVALUATE
      *
           IF WK-ESTADO = 'C'
              MOVE '10'                  TO RETORNO-CTI
              MOVE 'CUENTA CERRADA'      TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
      * CUENTA BLOQUEADA POR FALLECIMIENTO DEL TITULAR: SIN CARGOS
           IF OPCION-CTI = 'C'
              AND WK-ESTADO = 'B'
              MOVE '20'                  TO RETORNO-CTI
              MOVE 'CUENTA BLOQUEADA'    TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
      * EL IMPORTE VIENE EN EUR Y LA RUTINA NO CONVIERTE: LA CUENTA EN
      * DIVISA SIGUE EL CAMINO DEL BANCO
           IF TB-DIVISA NOT = 'EUR'
              MOVE '10'                  TO RETORNO-CTI
              MOVE 'CUENTA EN DIVISA'    TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           IF OPCION-CTI NOT = 'C'
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           IF WK-SALDO < IMPORTE-CTI
              MOVE '10'                  TO RETORNO-CTI
              MOVE 'SALDO INSUFICIENTE'  TO MOTIVO-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
      * LO RETENIDO POR EMBARGOS ACTIVOS NO ES SALDO DISPONIBLE
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE_RETENIDO), 0)
                 INTO :WK-RETENIDO-EMBARGO
                 FROM EMBARGOS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
                  AND ESTADO = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              MOVE '99'                  TO RETORNO-CTI
              MOVE SQLCODE               TO SQLCODE-CTI
              GO TO 2100-COMPROBAR-CUENTA-EXIT
           END-IF
      *
           IF WK-SALDO - WK-RETENIDO-EMBARGO < IMPORTE-CTI
              MOVE '20'                  TO RETORNO-CTI
              MOVE 'SALDO EMBARGADO'     TO MOTIVO-CTI
           END-IF
      *
           .
       2100-COMPROBAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-APUNTAR                                               *
      *     NUEVO SALDO EN CUENTAS Y APUNTE EN EL LIBRO MAYOR, CON EL  *
      *     IMPORTE EN NEGATIVO SI ES UN CARGO (COMO DESCUBIE).        *
      ******************************************************************
       2200-APUNTAR.
      *
           IF OPCION-CTI = 'C'
              COMPUTE MV-IMPORTE-MOVTO = IMPORTE-CTI * -1
           ELSE
              MOVE IMPORTE-CTI           TO MV-IMPORTE-MOVTO
           END-IF
      *
           COMPUTE WK-SALDO-NUEVO = WK-SALDO + MV-IMPORTE-MOVTO
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
              MOVE '99'                  TO RETORNO-CTI
              MOVE SQLCODE               TO SQLCODE-CTI
              GO TO 2200-APUNTAR-EXIT
           END-IF
      *
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE TIPO-MOVTO-CTI           TO MV-TIPO-MOVIMIENTO
           MOVE TB-DIVISA                TO MV-DIVISA
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE NOMBRE-PGM-CTI           TO MV-NOMBRE-PGM
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
                      ,DIVISA)
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
                      ,:MV-DIVISA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              MOVE '99'                  TO RETORNO-CTI
              MOVE SQLCODE               TO SQLCODE-CTI
              GO TO 2200-APUNTAR-EXIT
           END-IF
      *
           MOVE WK-SALDO-NUEVO           TO SALDO-CTI
      *
           .
       2200-APUNTAR-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           GOBACK
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
