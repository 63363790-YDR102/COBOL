      **                SECCION. AL CIERRE SE COMPRUEBA QUE          **
      **                BRUTO = NETO + RETENCIONES; SI NO CUADRA EL  **
      **                PROCESO TERMINA CON ERROR.                   **
      **                LA RETRIBUCION VARIABLE DEL PERIODO          **
      **                (CARGAVAR) SE SUMA AL BRUTO Y SALE EN EL     **
      **                RECIBO CONCEPTO A CONCEPTO; CADA CONCEPTO    **
      **                ENTRA O NO EN LA BASE DE IRPF Y DE SEGURIDAD **
      **                SOCIAL SEGUN CONCEPTOS_NOMINA.               **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CT-SEGSOC              PIC X(01) VALUE 'S'.
           05  CT-BAJA                PIC X(01) VALUE 'B'.
           05  CT-MAX-TRAMOS          PIC 9(02) VALUE 10.
           05  CT-MAX-VARIABLES       PIC 9(02) VALUE 20.
           05  CT-SUJETO              PIC X(01) VALUE 'S'.
      *
       01  CN-CONTADORES.
           05  CN-EMPLEADOS           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-BRUTO               PIC S9(07)V9(03) COMP-3.
           05  WK-BASE-IRPF           PIC S9(07)V9(03) COMP-3.
           05  WK-BASE-SEGSOC         PIC S9(07)V9(03) COMP-3.
           05  WK-IRPF                PIC S9(07)V9(03) COMP-3.
           05  WK-SEGSOC              PIC S9(07)V9(03) COMP-3.
           05  WK-NETO                PIC S9(07)V9(03) COMP-3.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-DEPT-ANTERIOR       PIC X(40).
           05  WK-SECC-ANTERIOR       PIC X(30).
           05  WK-VAR-NO-PAGADAS      PIC S9(09) COMP.
      *
      * CONCEPTOS VARIABLES DEL EMPLEADO EN CURSO, PARA EL RECIBO
       01  WK-TABLA-VARIABLES.
           05  WK-NUM-VARIABLES       PIC S9(04) COMP.
           05  WK-VARIABLE            OCCURS 20 TIMES.
               10  WK-CONCEPTO-VAR    PIC X(03).
               10  WK-DESCRIPCION-VAR PIC X(30).
               10  WK-UNIDADES-VAR    PIC S9(05)V9(02) COMP-3.
               10  WK-IMPORTE-VAR     PIC S9(07)V9(03) COMP-3.
      *
      * TRAMOS DE IRPF CARGADOS DEL FICHERO DE PARAMETROS
       01  WK-TABLA-TRAMOS.
           05  SEGSOC-REC             PIC -ZZ.ZZ9,999.
           05  NETO-REC               PIC -ZZ.ZZ9,999.
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       01  LINEA-VARIABLE.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'VARIABLE: '.
           05  CONCEPTO-VRE           PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DESCRIPCION-VRE        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  UNIDADES-VRE           PIC -ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-VRE            PIC -ZZ.ZZ9,999.
           05  FILLER                 PIC X(83) VALUE SPACES.
      *
       01  LINEA-PAGO.
           05  MATRICULA-PAG          PIC X(04).
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-VARIABLES       PIC X(01).
               88  SI-FIN-VARIABLES             VALUE 'S'.
               88  NO-FIN-VARIABLES             VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
               INCLUDE TBAUSENC
           END-EXEC.
      *
      *--------DCLGEN CONCEPTOS_NOMINA----*
      *
           EXEC SQL
               INCLUDE TBCONNOM
           END-EXEC.
      *
      *--------DCLGEN NOMINA_VARIABLE-----*
      *
           EXEC SQL
               INCLUDE TBNOMVAR
           END-EXEC.
      *
      *--------CURSOR DE EMPLEADOS EN ALTA POR DEPARTAMENTO Y SECCION--*
      *
           EXEC SQL
                ORDER BY DEPARTAMENTO, SECCION, MATRICULA
           END-EXEC.
      *
      *--------CURSOR DE CONCEPTOS VARIABLES DEL EMPLEADO Y PERIODO----*
      *
           EXEC SQL
               DECLARE CUR-VARIABLES CURSOR FOR
               SELECT V.CONCEPTO
                     ,C.DESCRIPCION
                     ,V.UNIDADES
                     ,V.IMPORTE
                     ,C.SUJETO_IRPF
                     ,C.SUJETO_SS
                 FROM NOMINA_VARIABLE V
                     ,CONCEPTOS_NOMINA C
                WHERE V.MATRICULA = :TB-MATRICULA
                  AND V.PERIODO = :WK-PERIODO-E
                  AND C.CONCEPTO = V.CONCEPTO
                ORDER BY V.CONCEPTO
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
                      CN-CONTADORES
                      WK-VARIABLES
                      WK-TABLA-TRAMOS
                      WK-TABLA-VARIABLES
                      WK-ACUM-SECCION
                      WK-ACUM-TOTAL
                      PARAMETRO-ENTRADA
           END-IF
      *
           MOVE CT-BAJA               TO TB-ACCION
      *
      * LA CARGA DE VARIABLES RECHAZA LOS EMPLEADOS DE BAJA O
      * INEXISTENTES; SI DESPUES DE CARGAR SE DA DE BAJA A ALGUIEN,
      * SUS CONCEPTOS NO SE PAGAN Y SE AVISA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-VAR-NO-PAGADAS
                 FROM NOMINA_VARIABLE V
                WHERE V.PERIODO = :WK-PERIODO-E
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EMPLEADOS E
                        WHERE E.MATRICULA = V.MATRICULA
                          AND E.ACCION <> :TB-ACCION)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL COMPROBAR NOMINA_VARIABLE'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-VAR-NO-PAGADAS > 0
              DISPLAY 'NOMINA: AVISO, ' WK-VAR-NO-PAGADAS
                      ' CONCEPTOS VARIABLES DE EMPLEADOS DE BAJA O'
                      ' INEXISTENTES NO SE PAGAN'
           END-IF
      *
           EXEC SQL
               OPEN CUR-EMPLEADOS
      *     2100-CALCULAR-NOMINA                                       *
      *     EL TIPO DE IRPF SE TOMA DEL TRAMO EN QUE CAE EL BRUTO;    *
      *     LA SEGURIDAD SOCIAL ES UN TIPO UNICO SOBRE EL BRUTO       *
      *     LOS CONCEPTOS VARIABLES EXENTOS SUMAN AL BRUTO PERO NO A   *
      *     LA BASE DE LA RETENCION DE LA QUE ESTAN EXENTOS            *
      ******************************************************************
       2100-CALCULAR-NOMINA.
      *
      *
           PERFORM 2120-PRORRATEAR-AUSENCIA
              THRU 2120-PRORRATEAR-AUSENCIA-EXIT
      *
           MOVE WK-BRUTO              TO WK-BASE-IRPF
                                         WK-BASE-SEGSOC
      *
           PERFORM 2130-SUMAR-VARIABLES
              THRU 2130-SUMAR-VARIABLES-EXIT
      *
           PERFORM 2110-BUSCAR-TRAMO
              THRU 2110-BUSCAR-TRAMO-EXIT
             UNTIL WK-IND > WK-NUM-TRAMOS
      *
           COMPUTE WK-IRPF ROUNDED =
                   WK-BASE-IRPF * WK-PCT-IRPF / 100
      *
           COMPUTE WK-SEGSOC ROUNDED =
                   WK-BASE-SEGSOC * WK-PCT-SEGSOC / 100
      *
           COMPUTE WK-NETO =
                   WK-BRUTO - WK-IRPF - WK-SEGSOC
           EXIT.
      *
      ******************************************************************
      *     2130-SUMAR-VARIABLES                                       *
      *     CONCEPTOS VARIABLES CARGADOS PARA EL EMPLEADO Y PERIODO:   *
      *     SE SUMAN AL BRUTO Y A CADA BASE DE RETENCION A LA QUE      *
      *     ESTEN SUJETOS, Y SE GUARDAN PARA EL RECIBO                 *
      ******************************************************************
       2130-SUMAR-VARIABLES.
      *
           MOVE ZEROS                 TO WK-NUM-VARIABLES
           SET NO-FIN-VARIABLES       TO TRUE
      *
           EXEC SQL
               OPEN CUR-VARIABLES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-VARIABLES'
              DISPLAY 'PARRAFO: 2130-SUMAR-VARIABLES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2140-LEER-VARIABLE
              THRU 2140-LEER-VARIABLE-EXIT
             UNTIL SI-FIN-VARIABLES
      *
           EXEC SQL
               CLOSE CUR-VARIABLES
           END-EXEC
      *
           .
       2130-SUMAR-VARIABLES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2140-LEER-VARIABLE                                         *
      ******************************************************************
       2140-LEER-VARIABLE.
      *
           EXEC SQL
               FETCH CUR-VARIABLES
                INTO :NV-CONCEPTO
                    ,:CO-DESCRIPCION
                    ,:NV-UNIDADES
                    ,:NV-IMPORTE
                    ,:CO-SUJETO-IRPF
                    ,:CO-SUJETO-SS
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET SI-FIN-VARIABLES
                                      TO TRUE
                   GO TO 2140-LEER-VARIABLE-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-VARIABLES'
                   DISPLAY 'PARRAFO: 2140-LEER-VARIABLE'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-NUM-VARIABLES = CT-MAX-VARIABLES
              DISPLAY 'NOMINA: DEMASIADOS CONCEPTOS VARIABLES'
              DISPLAY 'MATRICULA: ' TB-MATRICULA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD 1                      TO WK-NUM-VARIABLES
           MOVE NV-CONCEPTO
             TO WK-CONCEPTO-VAR (WK-NUM-VARIABLES)
           MOVE CO-DESCRIPCION
             TO WK-DESCRIPCION-VAR (WK-NUM-VARIABLES)
           MOVE NV-UNIDADES
             TO WK-UNIDADES-VAR (WK-NUM-VARIABLES)
           MOVE NV-IMPORTE
             TO WK-IMPORTE-VAR (WK-NUM-VARIABLES)
      *
           ADD NV-IMPORTE             TO WK-BRUTO
      *
           IF CO-SUJETO-IRPF = CT-SUJETO
              ADD NV-IMPORTE          TO WK-BASE-IRPF
           END-IF
      *
           IF CO-SUJETO-SS = CT-SUJETO
              ADD NV-IMPORTE          TO WK-BASE-SEGSOC
           END-IF
      *
           .
       2140-LEER-VARIABLE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2110-BUSCAR-TRAMO                                          *
      ******************************************************************
       2110-BUSCAR-TRAMO.
      *
           IF WK-BASE-IRPF >= WK-DESDE-TRAMO (WK-IND)
              AND WK-BASE-IRPF <= WK-HASTA-TRAMO (WK-IND)
              MOVE WK-PCT-TRAMO (WK-IND)
                                      TO WK-PCT-IRPF
           END-IF
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2210-ESCRIBIR-VARIABLE
              THRU 2210-ESCRIBIR-VARIABLE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-VARIABLES
      *
           .
       2200-ESCRIBIR-RECIBO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2210-ESCRIBIR-VARIABLE                                     *
      *     UNA LINEA DEL RECIBO POR CADA CONCEPTO VARIABLE            *
      ******************************************************************
       2210-ESCRIBIR-VARIABLE.
      *
           MOVE WK-CONCEPTO-VAR (WK-IND)
                                      TO CONCEPTO-VRE
           MOVE WK-DESCRIPCION-VAR (WK-IND)
                                      TO DESCRIPCION-VRE
           MOVE WK-UNIDADES-VAR (WK-IND)
                                      TO UNIDADES-VRE
           MOVE WK-IMPORTE-VAR (WK-IND)
                                      TO IMPORTE-VRE
      *
           WRITE REG-FRECIBOS       FROM LINEA-VARIABLE
      *
           IF FS-FRECIBOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECIBOS'
              DISPLAY 'PARRAFO: 2210-ESCRIBIR-VARIABLE'
              DISPLAY 'FILE STATUS: ' FS-FRECIBOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2210-ESCRIBIR-VARIABLE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2300-ESCRIBIR-PAGO                                         *
      ******************************************************************
       2300-ESCRIBIR-PAGO.
           MOVE WK-IRPF               TO NH-IRPF
           MOVE WK-SEGSOC             TO NH-SEGURIDAD-SOCIAL
           MOVE WK-NETO               TO NH-NETO
           MOVE WK-BASE-SEGSOC        TO NH-BASE-SS
      *
           EXEC SQL
               DELETE FROM NOMINAS_HISTORICO
                      ,BRUTO
                      ,IRPF
                      ,SEGURIDAD_SOCIAL
                      ,NETO
                      ,BASE_SS)
               VALUES (:NH-MATRICULA
                      ,:NH-PERIODO
                      ,:NH-BRUTO
                      ,:NH-IRPF
                      ,:NH-SEGURIDAD-SOCIAL
                      ,:NH-NETO
                      ,:NH-BASE-SS)
           END-EXEC
      *
           IF SQLCODE NOT = 0
