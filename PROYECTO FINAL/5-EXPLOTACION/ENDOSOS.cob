      **                (CIRCUITO DE COBRO NORMAL) Y EL EXTORNO SALE  **
      **                COMO ORDEN DE DEVOLUCION. TODO QUEDA EN EL    **
      **                DIARIO DE AJUSTES DE LA EJECUCION.            **
      **                EL SUPLEMENTO LLEVA EL RECARGO DEL CONSORCIO  **
      **                DE COMPENSACION DE SEGUROS DEL RAMO.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  WK-AJUSTE-PRORRATA     PIC S9(13)V9(2) COMP-3.
           05  WK-DIAS-RESTANTES      PIC S9(05).
           05  WK-NUM-RECIBO          PIC S9(09) COMP.
           05  WK-PORCENT-RECARGO     PIC S9(03)V9(2) COMP-3.
           05  WK-RECARGO             PIC S9(13)V9(2) COMP-3.
      *
       COPY CPYFECHA.
      *
               INCLUDE TBRECIBO
           END-EXEC.
      *
      *--------DCLGEN RECARGOS_CONSORCIO--*
      *
           EXEC SQL
               INCLUDE TBRECCON
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
                      DCLSEGUROS-ENDOSOS
                      DCLCOTIZACIONES
                      DCLRECIBOS-PRIMAS
                      DCLRECARGOS-CONSORCIO
      *
           SET NO-FIN-FENDOSOS           TO TRUE
      *
           MOVE FECHA-EFECTO-END (1:7)   TO RB-PERIODO
           MOVE WK-AJUSTE-PRORRATA       TO RB-IMPORTE
           MOVE 'E'                      TO RB-ESTADO
      *
           PERFORM 2455-CALCULAR-RECARGO
              THRU 2455-CALCULAR-RECARGO-EXIT
      *
           MOVE WK-RECARGO               TO RB-RECARGO-CONSORCIO
           MOVE SPACES                   TO RB-TRIM-CONSORCIO
      *
           EXEC SQL
               INSERT INTO RECIBOS_PRIMAS
                      ,IMPORTE
                      ,ESTADO
                      ,FECHA_EMISION
                      ,FECHA_ESTADO
                      ,RECARGO_CONSORCIO
                      ,TRIM_CONSORCIO)
                      VALUES(
                       :RB-NUM-RECIBO
                      ,:RB-NUMERO-POLIZA
                      ,:RB-IMPORTE
                      ,:RB-ESTADO
                      ,CURRENT DATE
                      ,CURRENT DATE
                      ,:RB-RECARGO-CONSORCIO
                      ,:RB-TRIM-CONSORCIO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
       2450-EMITIR-SUPLEMENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2455-CALCULAR-RECARGO                                      *
      *     RECARGO DEL CONSORCIO: PORCENTAJE DEL RAMO VIGENTE A LA    *
      *     FECHA DE EMISION SOBRE LA PRIMA DEL RECIBO. SIN FILA       *
      *     VIGENTE PARA EL RAMO EL RECIBO NO LLEVA RECARGO.           *
      ******************************************************************
       2455-CALCULAR-RECARGO.
      *
           MOVE TB-TIPO                  TO CS-TIPO-POLIZA
      *
           EXEC SQL
               SELECT PORCENT_RECARGO
                 INTO :WK-PORCENT-RECARGO
                 FROM RECARGOS_CONSORCIO
                WHERE TIPO_POLIZA = :CS-TIPO-POLIZA
                  AND FECHA_INICIO <= CURRENT DATE
                  AND FECHA_FIN >= CURRENT DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO WK-PORCENT-RECARGO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2455-CALCULAR-RECARGO'
                    DISPLAY 'TABLA: RECARGOS_CONSORCIO'
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
           COMPUTE WK-RECARGO ROUNDED =
                   WK-AJUSTE-PRORRATA * WK-PORCENT-RECARGO / 100
      *
           .
       2455-CALCULAR-RECARGO-EXIT.
           EXIT.
      ******************************************************************
      *     2460-EMITIR-EXTORNO                                        *
      ******************************************************************
       2460-EMITIR-EXTORNO.
