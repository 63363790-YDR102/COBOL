                  INCLUDE TBAGEFIN
           END-EXEC.
      *
      *-- INCLUIMOS DCLGEN TABLA HISTORICO DE AGENTES (TRASPASOS)
           EXEC SQL
                  INCLUDE TBHISAGE
           END-EXEC.
      *
      *-- INCLUIMOS DCLGEN TABLA SEGUROS (PARA EL NUMERO DE POLIZA)
           EXEC SQL
                  INCLUDE TBSEGFIN
      *    COBERTURA DE LA POLIZA, YA QUE SEGUROS_PEPITO_SEG NO TIENE
      *    UNA COLUMNA PRIMA PROPIA (LA PRIMA SOLO EXISTE EMBEBIDA EN
      *    EL TEXTO LIBRE DE COND_PART, QUE TRASEGM YA TRATA APARTE)
      *    SI EL CLIENTE SE TRASPASO DESDE OTRO AGENTE (TRASPAGE), LAS
      *    POLIZAS ANTERIORES A LA FECHA DE EFECTO DEL TRASPASO SIGUEN
      *    SIENDO DEL AGENTE ANTERIOR: EL AGENTE ACTUAL SOLO COBRA LAS
      *    DADAS DE ALTA DESDE QUE RECIBIO AL CLIENTE Y LAS ANTERIORES
      *    SE ATRIBUYEN CON HISTORICO_AGENTES.
           EXEC SQL
               DECLARE CUR-COMISIONES-AGENTE CURSOR FOR
                  SELECT A.NUM_AGENTE,
                   WHERE A.DNI_CLI = S.DNI_CL
                     AND S.FECHA_INICIO BETWEEN :WK-FECHA-DESDE
                                             AND :WK-FECHA-HASTA
                     AND S.FECHA_INICIO >=
                         (SELECT COALESCE(MAX(H.FECHA_HASTA),
                                          DATE('0001-01-01'))
                            FROM HISTORICO_AGENTES H
                           WHERE H.DNI_CLI      = A.DNI_CLI
                             AND H.DNI_AG_NUEVO = A.DNI_AG
                             AND H.YA_CLIENTE   = 'N')
                  UNION ALL
                  SELECT H.NUM_AGENTE,
                         H.DNI_AG,
                         S.NUMERO_POLIZA,
                         COALESCE(S.COBERTURA1_IMPORTE, 0) +
                         COALESCE(S.COBERTURA2_IMPORTE, 0) +
                         COALESCE(S.COBERTURA3_IMPORTE, 0) +
                         COALESCE(S.COBERTURA4_IMPORTE, 0)
                    FROM HISTORICO_AGENTES H, SEGUROS_PEPITO_SEG S
                   WHERE H.DNI_CLI = S.DNI_CL
                     AND S.FECHA_INICIO BETWEEN :WK-FECHA-DESDE
                                             AND :WK-FECHA-HASTA
                     AND S.FECHA_INICIO >= H.FECHA_DESDE
                     AND S.FECHA_INICIO <  H.FECHA_HASTA
                    ORDER BY 1, 3
           END-EXEC.
      *
      ******************************************************************
