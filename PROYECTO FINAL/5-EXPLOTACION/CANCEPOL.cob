      **                    NATURAL LOS SINIESTROS POSTERIORES.       **
      **                  - ANULA LOS RECIBOS EMITIDOS PENDIENTES     **
      **                    PARA QUE NO SE VUELVA A INTENTAR EL COBRO.**
      **                  - EN LAS POLIZAS DE AUTOS DEJA PENDIENTE LA **
      **                    BAJA DEL VEHICULO EN NOTIFICACIONES_FIVA. **
      **                  - EMITE LA CARTA FORMAL DE ANULACION AL     **
      **                    TOMADOR.                                  **
      ******************************************************************
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN NOTIFICACIONES_FIVA-*
      *
           EXEC SQL
               INCLUDE TBNOTFIV
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS CON COBRO AGOTADO--------------------*
      *
           EXEC SQL
                      DCLSEGUROS-ENDOSOS
                      DCLRECIBOS-PRIMAS
                      DCLCLIENTES-MAPFRE
                      DCLNOTIFICACIONES-FIVA
      *
           SET NO-FIN-CURSOR             TO TRUE
           SET NO-FIN-FBAJAS             TO TRUE
      *
              PERFORM 2400-ANULAR-RECIBOS
                 THRU 2400-ANULAR-RECIBOS-EXIT
      *
              PERFORM 2450-NOTIFICAR-FIVA
                 THRU 2450-NOTIFICAR-FIVA-EXIT
      *
              PERFORM 2500-GENERAR-CARTA
                 THRU 2500-GENERAR-CARTA-EXIT
       2400-ANULAR-RECIBOS-EXIT.
           EXIT.
      ******************************************************************
      *     2450-NOTIFICAR-FIVA                                        *
      *     LA ANULACION DE UNA POLIZA DE AUTOS ES UNA BAJA DEL        *
      *     VEHICULO ASEGURADO: QUEDA PENDIENTE DE ENVIO AL FIVA CON   *
      *     LA FECHA DE EFECTO, EN LA MISMA UNIDAD DE TRABAJO.         *
      ******************************************************************
       2450-NOTIFICAR-FIVA.
      *
           IF TB-TIPO NOT = 'AU'
              GO TO 2450-NOTIFICAR-FIVA-EXIT
           END-IF
      *
           MOVE WK-POLIZA                TO NF-POLIZA
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_MOVIMIENTO), 0) + 1
                 INTO :NF-NUM-MOVIMIENTO
                 FROM NOTIFICACIONES_FIVA
                WHERE POLIZA = :NF-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2450-NOTIFICAR-FIVA'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
           MOVE 'B'                      TO NF-TIPO-MOVIMIENTO
           MOVE WK-FECHA-EFECTO          TO NF-FECHA-MOVIMIENTO
           MOVE 'P'                      TO NF-ESTADO
      *
           EXEC SQL
               INSERT INTO NOTIFICACIONES_FIVA
                      (POLIZA
                      ,NUM_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,FECHA_MOVIMIENTO
                      ,ESTADO)
                      VALUES(
                       :NF-POLIZA
                      ,:NF-NUM-MOVIMIENTO
                      ,:NF-TIPO-MOVIMIENTO
                      ,:NF-FECHA-MOVIMIENTO
                      ,:NF-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2450-NOTIFICAR-FIVA'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
       2450-NOTIFICAR-FIVA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-GENERAR-CARTA                                         *
      *     CARTA FORMAL DE ANULACION AL TOMADOR. SIN TOMADOR          *
      *     LOCALIZABLE NO HAY CARTA PERO LA ANULACION SE MANTIENE.    *
      *
              PERFORM 2400-ANULAR-RECIBOS
                 THRU 2400-ANULAR-RECIBOS-EXIT
      *
              PERFORM 2450-NOTIFICAR-FIVA
                 THRU 2450-NOTIFICAR-FIVA-EXIT
      *
              PERFORM 2500-GENERAR-CARTA
                 THRU 2500-GENERAR-CARTA-EXIT
