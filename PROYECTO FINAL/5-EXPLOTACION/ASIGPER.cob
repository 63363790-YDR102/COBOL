      **                ACTUAL Y RESPETANDO SU MAXIMO DE SINIESTROS   **
      **                ABIERTOS. AL FINAL IMPRIME LA CARGA DE        **
      **                TRABAJO RESULTANTE POR PERITO.                **
      **                LOS SINIESTROS YA ACEPTADOS SIN PERITO POR EL **
      **                TRIAJE AUTOMATICO (TRIAJSIN) NO SE REPARTEN.  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
                     ,NUMERO_POLIZA
                 FROM SINIESTROS_PEPITO_SEG
                WHERE DNI_PERITO = ' '
                  AND COALESCE(DECISION_AUTOMATICA, 'N') <> 'S'
                ORDER BY ID_SINIETRO
           END-EXEC.
      *
