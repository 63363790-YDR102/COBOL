      **                  - EN LAS ACEPTADAS PRORROGA EL VENCIMIENTO  **
      **                    EN SEGUROS_PEPITO_SEG Y ACTUALIZA PRIMA   **
      **                    Y VENCIMIENTO EN LA TABLA DE PRODUCTO     **
      **                    (VIDA_MAPFRE, AUTOS_MAPFRE U              **
      **                    HOGAR_MAPFRE). LA RENOVACION DE AUTOS     **
      **                    QUEDA PENDIENTE DE COMUNICAR AL FIVA COMO **
      **                    MODIFICACION EN NOTIFICACIONES_FIVA.      **
      **                  - LAS DECLINADAS SE ENCAMINAN AL CIRCUITO   **
      **                    DE ANULACION EN EL FICHERO DE BAJAS.      **
      **                  AL FINAL INFORMA A COMERCIAL DE LA TASA DE  **
               INCLUDE TBSEGFIN
           END-EXEC.
      *
      *--------DCLGEN NOTIFICACIONES_FIVA-*
      *
           EXEC SQL
               INCLUDE TBNOTFIV
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
                      WK-VARIABLES
                      DATOS-RESPUESTA
                      DCLSEGUROS-PEPITO-SEG
                      DCLNOTIFICACIONES-FIVA
      *
           SET NO-FIN-FRESPUES           TO TRUE
      *
      *     2100-ACEPTAR                                               *
      *     PRORROGAMOS EL VENCIMIENTO EN SEGUROS_PEPITO_SEG Y         *
      *     LLEVAMOS LA NUEVA PRIMA Y VENCIMIENTO A LA TABLA DEL       *
      *     PRODUCTO (VIDA_MAPFRE, AUTOS_MAPFRE U HOGAR_MAPFRE).       *
      ******************************************************************
       2100-ACEPTAR.
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOS_MAPFRE
                  SET PRIMA = :NUEVA-PRIMA-RES
                     ,FECHA_VENCIMIENTO = :NUEVO-VENCIM-RES
                WHERE POLIZA = :POLIZA-RES
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2160-NOTIFICAR-FIVA
                       THRU 2160-NOTIFICAR-FIVA-EXIT
                    GO TO 2150-ACTUALIZAR-PRODUCTO-EXIT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2150-ACTUALIZAR-PRODUCTO'
                    DISPLAY 'TABLA: AUTOS_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE HOGAR_MAPFRE
       2150-ACTUALIZAR-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2160-NOTIFICAR-FIVA                                        *
      *     LA RENOVACION DE AUTOS CAMBIA LA VIGENCIA DEL VEHICULO     *
      *     ASEGURADO: QUEDA PENDIENTE DE ENVIO AL FIVA COMO           *
      *     MODIFICACION, EN LA MISMA UNIDAD DE TRABAJO.               *
      ******************************************************************
       2160-NOTIFICAR-FIVA.
      *
           MOVE POLIZA-RES               TO NF-POLIZA
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
              DISPLAY 'PARRAFO: 2160-NOTIFICAR-FIVA'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'M'                      TO NF-TIPO-MOVIMIENTO
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
                      ,CURRENT DATE
                      ,:NF-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2160-NOTIFICAR-FIVA'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2160-NOTIFICAR-FIVA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-DECLINAR                                              *
      *     LA POLIZA DECLINADA SE ENCAMINA AL CIRCUITO DE ANULACION   *
      *     A TRAVES DEL FICHERO DE BAJAS.                             *
