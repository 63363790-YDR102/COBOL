                      ,NUMERO_POLIZA
                      ,IMPORTE_RESERVA
                      ,ESTADO
                      ,FECHA_APERTURA
                      ,IMPORTE_INICIAL)
                      VALUES(
                       :RS-ID-SINIETRO
                      ,:RS-NUMERO-POLIZA
                      ,:RS-IMPORTE-RESERVA
                      ,:RS-ESTADO
                      ,CURRENT DATE
                      ,:RS-IMPORTE-RESERVA)
           END-EXEC
      *
           EVALUATE SQLCODE
