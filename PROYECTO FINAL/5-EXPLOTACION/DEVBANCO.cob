      **                  SIGUIENTE DE LA DEVOLUCION. LOS RETORNOS    **
      **                  SOBRE RECIBOS DESCONOCIDOS O YA DEVUELTOS   **
      **                  VAN AL FICHERO DE RECHAZOS.                 **
      **                  EL RECARGO DEL CONSORCIO DE UN RECIBO YA    **
      **                  LIQUIDADO QUEDA PENDIENTE DE DESCONTAR EN   **
      **                  DEVOLUCIONES_CONSORCIO.                     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CN-DEVUELTOS           PIC 9(05).
           05  CN-CARTAS              PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
           05  CN-DESCUENTOS-CCS      PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-NUM-COMMIT-E        PIC 9(03).
           05  WK-POLIZA              PIC X(09).
           05  WK-MOTIVO              PIC X(20).
           05  WK-TEXTO-RETORNO       PIC X(25).
           05  WK-RECARGO             PIC S9(13)V9(2) COMP-3.
           05  WK-TRIM-CONSORCIO      PIC X(05).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN DEVOLUCIONES_CONSORCIO--*
      *
           EXEC SQL
               INCLUDE TBDEVCON
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
                      DCLRECIBOS-PRIMAS
                      DCLSEGUROS-PEPITO-SEG
                      DCLCLIENTES-MAPFRE
                      DCLDEVOLUCIONES-CONSORCIO
      *
           SET NO-FIN-FRETORNO           TO TRUE
      *
           IF SI-RETORNO-VALIDO
              PERFORM 2200-MARCAR-DEVUELTO
                 THRU 2200-MARCAR-DEVUELTO-EXIT
      *
              PERFORM 2250-DESCONTAR-RECARGO
                 THRU 2250-DESCONTAR-RECARGO-EXIT
      *
              PERFORM 2300-GENERAR-CARTA
                 THRU 2300-GENERAR-CARTA-EXIT
           EXEC SQL
               SELECT ESTADO
                     ,NUMERO_POLIZA
                     ,RECARGO_CONSORCIO
                     ,TRIM_CONSORCIO
                 INTO :WK-ESTADO-RECIBO
                     ,:WK-POLIZA
                     ,:WK-RECARGO
                     ,:WK-TRIM-CONSORCIO
                 FROM RECIBOS_PRIMAS
                WHERE NUM_RECIBO = :RB-NUM-RECIBO
           END-EXEC
       2200-MARCAR-DEVUELTO-EXIT.
           EXIT.
      ******************************************************************
      *     2250-DESCONTAR-RECARGO                                     *
      *     EL RECARGO DEL CONSORCIO DE UN RECIBO DEVUELTO NO SE HA    *
      *     COBRADO. SI AUN NO SE HABIA LIQUIDADO, CONSLIQ YA NO LO    *
      *     RECOGE (SOLO LIQUIDA RECIBOS COBRADOS). SI YA SE HABIA     *
      *     PAGADO AL CONSORCIO SE DA DE ALTA PARA DESCONTARLO EN LA   *
      *     SIGUIENTE LIQUIDACION.                                     *
      ******************************************************************
       2250-DESCONTAR-RECARGO.
      *
           IF WK-RECARGO = 0
              OR WK-TRIM-CONSORCIO = SPACES
              GO TO 2250-DESCONTAR-RECARGO-EXIT
           END-IF
      *
           MOVE NUM-RECIBO-RET           TO DC-NUM-RECIBO
           MOVE WK-RECARGO               TO DC-RECARGO-CONSORCIO
           MOVE SPACES                   TO DC-TRIM-CONSORCIO
      *
           EXEC SQL
               INSERT INTO DEVOLUCIONES_CONSORCIO
                      (NUM_RECIBO
                      ,RECARGO_CONSORCIO
                      ,FECHA_DEVOLUCION
                      ,TRIM_CONSORCIO)
                      VALUES(
                       :DC-NUM-RECIBO
                      ,:DC-RECARGO-CONSORCIO
                      ,CURRENT DATE
                      ,:DC-TRIM-CONSORCIO)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-DESCUENTOS-CCS
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2250-DESCONTAR-RECARGO'
                    DISPLAY 'TABLA: DEVOLUCIONES_CONSORCIO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2250-DESCONTAR-RECARGO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-GENERAR-CARTA                                         *
      *     PRIMERA CARTA DE RECLAMACION AL TOMADOR DE LA POLIZA DEL   *
      *     RECIBO DEVUELTO. SIN TOMADOR LOCALIZABLE NO HAY CARTA      *
           DISPLAY '*RECIBOS DEVUELTOS  : ' CN-DEVUELTOS '      *'
           DISPLAY '*CARTAS EMITIDAS    : ' CN-CARTAS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '*RECARGOS CCS A DESC: ' CN-DESCUENTOS-CCS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
