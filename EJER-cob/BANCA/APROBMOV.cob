      **                  PASAN A 'R'. DESPUES CADUCA ('X') LOS       **
      **                  PENDIENTES CON MAS DE N DIAS (SYSIN) Y LOS  **
      **                  INFORMA.                                    **
      **                  AL CONTABILIZAR UN ACEPTADO SE REVISA LA    **
      **                  CUENTA COMO EN ALTAPEND: SOBRE CUENTA       **
      **                  CERRADA NO SE CONTABILIZA NADA, SOBRE       **
      **                  CUENTA BLOQUEADA ('B') NINGUN CARGO, Y UN   **
      **                  CARGO NO PUEDE DEJAR EL SALDO POR DEBAJO DE **
      **                  LO RETENIDO POR EMBARGOS ACTIVOS. ESOS      **
      **                  PENDIENTES PASAN A 'R' Y VUELVEN AL         **
      **                  ORIGINADOR CON EL MOTIVO.                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-APROBADO            PIC X(01) VALUE 'A'.
           05  CT-RECHAZADO           PIC X(01) VALUE 'R'.
           05  CT-CADUCADO            PIC X(01) VALUE 'X'.
           05  CT-MOTIVO-RECHAZADO    PIC X(15) VALUE 'RECHAZADO'.
           05  CT-MOTIVO-CERRADA      PIC X(15) VALUE 'CTA CERRADA'.
           05  CT-MOTIVO-BLOQUEADA    PIC X(15) VALUE 'CTA BLOQUEADA'.
           05  CT-MOTIVO-EMBARGO      PIC X(15) VALUE
               'SALDO EMBARGADO'.
      *
       01  CN-CONTADORES.
           05  CN-APROBACIONES        PIC 9(05).
           05  WK-DIAS-CADUCIDAD-E    PIC 9(03).
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
           05  WK-MOTIVO              PIC X(15).
      *
       01  LINEA-RESPUESTA.
           05  ID-RESP                PIC ZZZZZZZZ9.
               INCLUDE TBMOVPEN
           END-EXEC.
      *
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      *--------CURSOR DE PENDIENTES A CADUCAR---------------------------*
      *
           EXEC SQL
                       PERFORM 2100-CONTABILIZAR
                          THRU 2100-CONTABILIZAR-EXIT
                    ELSE
                       MOVE CT-MOTIVO-RECHAZADO TO WK-MOTIVO
                       PERFORM 2300-DEVOLVER
                          THRU 2300-DEVOLVER-EXIT
                    END-IF
      *     2100-CONTABILIZAR                                          *
      *     APROBADO: SALDO + MOVIMIENTO EN EL LIBRO MAYOR + MARCA     *
      *     'A' EN EL PENDIENTE, TODO EN UNA UNIDAD DE TRABAJO.        *
      *     SI LA CUENTA ESTA CERRADA, BLOQUEADA (CARGOS) O EL CARGO   *
      *     TOCA LO RETENIDO POR EMBARGOS, EL PENDIENTE SE DEVUELVE.   *
      ******************************************************************
       2100-CONTABILIZAR.
      *
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :WK-SALDO
                     ,:TB-ESTADO-CUENTA
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
      * SOBRE UNA CUENTA CERRADA NO SE CONTABILIZA NADA
           IF TB-ESTADO-CUENTA = 'C'
              MOVE CT-MOTIVO-CERRADA     TO WK-MOTIVO
              PERFORM 2300-DEVOLVER
                 THRU 2300-DEVOLVER-EXIT
              GO TO 2100-CONTABILIZAR-EXIT
           END-IF
      *
      * CUENTA BLOQUEADA POR FALLECIMIENTO: SE ADMITEN ABONOS, NO CARGOS
           IF TB-ESTADO-CUENTA = 'B'
              AND MP-IMPORTE-MOVTO < 0
              MOVE CT-MOTIVO-BLOQUEADA   TO WK-MOTIVO
              PERFORM 2300-DEVOLVER
                 THRU 2300-DEVOLVER-EXIT
              GO TO 2100-CONTABILIZAR-EXIT
           END-IF
      *
      * UN CARGO NO PUEDE DEJAR EL SALDO POR DEBAJO DE LO RETENIDO
      * POR EMBARGOS ACTIVOS
           IF MP-IMPORTE-MOVTO < 0
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
                 DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                 DISPLAY 'PARRAFO: 2100-CONTABILIZAR'
                 DISPLAY 'TABLA: EMBARGOS'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              IF WK-RETENIDO-EMBARGO > 0
                 AND WK-SALDO + MP-IMPORTE-MOVTO < WK-RETENIDO-EMBARGO
                 MOVE CT-MOTIVO-EMBARGO  TO WK-MOTIVO
                 PERFORM 2300-DEVOLVER
                    THRU 2300-DEVOLVER-EXIT
                 GO TO 2100-CONTABILIZAR-EXIT
              END-IF
           END-IF
      *
           COMPUTE WK-SALDO-NUEVO = WK-SALDO + MP-IMPORTE-MOVTO
      *
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CT-APROBADO              TO MP-ESTADO
           PERFORM 2500-MARCAR-ESTADO
              THRU 2500-MARCAR-ESTADO-EXIT
      *
           EXIT.
      ******************************************************************
      *     2300-DEVOLVER                                              *
      *     RECHAZO DEL APROBADOR O DE LA REVISION DE LA CUENTA: EL    *
      *     PENDIENTE PASA A 'R' Y VUELVE AL ORIGINADOR CON WK-MOTIVO. *
      ******************************************************************
       2300-DEVOLVER.
      *
           MOVE MP-DC                    TO CUENTA-RESP (9:2)
           MOVE MP-NUM-CUENTA            TO CUENTA-RESP (11:10)
           MOVE MP-ORIGEN                TO ORIGEN-RESP
           MOVE WK-MOTIVO                TO MOTIVO-RESP
           PERFORM 2600-ESCRIBIR-RESPUESTA
              THRU 2600-ESCRIBIR-RESPUESTA-EXIT
      *
           EXIT.
      ******************************************************************
      *     2500-MARCAR-ESTADO                                         *
      *     EL ESTADO DESTINO ('A' O 'R') VIENE PUESTO POR EL LLAMANTE.*
      ******************************************************************
       2500-MARCAR-ESTADO.
      *
           EXEC SQL
               UPDATE MOVIMIENTOS_PENDIENTES
