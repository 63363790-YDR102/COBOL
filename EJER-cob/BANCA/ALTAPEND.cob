      **                  APROBACION EN MOVIMIENTOS_PENDIENTES Y LOS  **
      **                  RESUELVE APROBMOV CON EL FICHERO DE         **
      **                  APROBACIONES.                               **
      **                  UN CARGO QUE DEJE EL SALDO POR DEBAJO DE LO **
      **                  RETENIDO POR EMBARGOS ACTIVOS SE DESCARTA,  **
      **                  COMO LOS MOVIMIENTOS SOBRE CUENTA CERRADA Y **
      **                  LOS CARGOS SOBRE CUENTA BLOQUEADA ('B',     **
      **                  TITULAR FALLECIDO). APROBMOV APLICA LAS     **
      **                  MISMAS REGLAS AL APROBAR LOS PENDIENTES.    **
      **                  LO CAPTURADO EN CAJA (ORIGEN 'VENTANIL') SE **
      **                  ANOTA SIEMPRE COMO EFECTIVO, TIPO 'C', QUE  **
      **                  ES EL QUE VIGILA KYCRIESG.                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PENDIENTE           PIC X(01) VALUE 'P'.
           05  CT-ORIGEN-CAJA         PIC X(08) VALUE 'VENTANIL'.
           05  CT-TIPO-EFECTIVO       PIC X(01) VALUE 'C'.
      *
       01  CN-CONTADORES.
           05  CN-LEIDOS              PIC 9(05).
           05  WK-IMPORTE-ABS         PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO               PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-RETENIDO-EMBARGO    PIC S9(15)V9(02) COMP-3.
      *
       01  LINEA-INFORME.
           05  CUENTA-INF             PIC X(20).
               INCLUDE TBMOVPEN
           END-EXEC.
      *
      *--------DCLGEN EMBARGOS------------*
      *
           EXEC SQL
               INCLUDE TBEMBARG
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
      * LA CAJA SOLO MUEVE EFECTIVO: SE ANOTA COMO TAL, VENGA COMO VENGA
           IF ORIGEN-MOV = CT-ORIGEN-CAJA
              MOVE CT-TIPO-EFECTIVO      TO TIPO-MOV
           END-IF
      *
           IF IMPORTE-MOV < 0
              COMPUTE WK-IMPORTE-ABS = IMPORTE-MOV * -1
                      TB-NUM-CUENTA
              GO TO 2100-CONTABILIZAR-DIRECTO-EXIT
           END-IF
      *
      * CUENTA BLOQUEADA POR FALLECIMIENTO: SE ADMITEN ABONOS, NO CARGOS
           IF TB-ESTADO-CUENTA = 'B'
              AND IMPORTE-MOV < 0
              DISPLAY 'ALTAPEND: CUENTA BLOQUEADA - MOVIMIENTO '
                      'DESCARTADO: ' TB-BANCO '-' TB-OFICINA '-'
                      TB-NUM-CUENTA
              GO TO 2100-CONTABILIZAR-DIRECTO-EXIT
           END-IF
      *
      * UN CARGO NO PUEDE DEJAR EL SALDO POR DEBAJO DE LO RETENIDO
      * POR EMBARGOS ACTIVOS
           IF IMPORTE-MOV < 0
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
                 DISPLAY 'PARRAFO: 2100-CONTABILIZAR-DIRECTO'
                 DISPLAY 'TABLA: EMBARGOS'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              IF WK-RETENIDO-EMBARGO > 0
                 AND WK-SALDO + IMPORTE-MOV < WK-RETENIDO-EMBARGO
                 DISPLAY 'ALTAPEND: SALDO EMBARGADO - MOVIMIENTO '
                         'DESCARTADO: ' TB-BANCO '-' TB-OFICINA '-'
                         TB-NUM-CUENTA
                 GO TO 2100-CONTABILIZAR-DIRECTO-EXIT
              END-IF
           END-IF
      *
           COMPUTE WK-SALDO-NUEVO = WK-SALDO + IMPORTE-MOV
      *
