           MOVE SALARIO-2          TO TB-SALARIO
           MOVE FECHA-INGRESO-2    TO TB-FECHA-INGRESO
           MOVE FECHA-NACIMIENTO-2 TO TB-FECHA-NACIMIENTO
           MOVE ACCION-2           TO TB-ACCION

           PERFORM 1600-VALIDAR-DEPSEC
              THRU 1600-VALIDAR-DEPSEC-EXIT
                   SECCION = :TB-SECCION,
                   SALARIO = :TB-SALARIO,
                   FECHA_INGRESO = :TB-FECHA-INGRESO,
                   FECHA_NACIMIENTO = :TB-FECHA-NACIMIENTO,
                   ACCION = CASE WHEN :TB-ACCION = ' '
                                 THEN ACCION
                                 ELSE :TB-ACCION END
               WHERE
                   MATRICULA = :TB-MATRICULA
           END-EXEC
