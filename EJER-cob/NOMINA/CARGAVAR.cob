      ******************************************************************
      ** C A R G A V A R.- CARGA DE LA RETRIBUCION VARIABLE DEL MES  **
      **                  (HORAS EXTRA, PRIMAS, COMISIONES). LEE EL  **
      **                  FICHERO DE CONCEPTOS (MATRICULA, CONCEPTO, **
      **                  UNIDADES O IMPORTE), LOS VALIDA CONTRA     **
      **                  EMPLEADOS Y EL MAESTRO CONCEPTOS_NOMINA Y  **
      **                  LOS DEJA EN NOMINA_VARIABLE CON EL IMPORTE **
      **                  RESUELTO PARA QUE NOMINA LOS SUME AL       **
      **                  BRUTO. EL PERIODO (AAAA-MM) SE INFORMA POR **
      **                  SYSIN; SIN INFORMAR SE TOMA EL MES EN      **
      **                  CURSO. UN CONCEPTO YA CARGADO PARA EL      **
      **                  EMPLEADO Y PERIODO SE SUSTITUYE. SE        **
      **                  RECHAZAN LOS DE EMPLEADOS INEXISTENTES O   **
      **                  DE BAJA, LOS DE CONCEPTO DESCONOCIDO Y LOS **
      **                  QUE NO TRAEN UNIDADES O IMPORTE SEGUN EL   **
      **                  TIPO DE CALCULO.                           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CARGAVAR.
       AUTHOR.       DAVID.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
         SOURCE-COMPUTER.  IBM-3090.
         OBJECT-COMPUTER.  IBM-3090.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVARIAB  ASSIGN TO FVARIAB
           FILE STATUS FS-FVARIAB.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FVARIAB
           RECORDING MODE IS F.
       01  REG-FVARIAB                PIC X(0030).
      *    CONCEPTOS VARIABLES DEL MES POR EMPLEADO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    CONCEPTOS RECHAZADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FVARIAB             PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-BAJA                PIC X(01) VALUE 'B'.
           05  CT-UNIDADES            PIC X(01) VALUE 'U'.
           05  CT-IMPORTE             PIC X(01) VALUE 'I'.
           05  CT-MOTIVO-SIN-EMPLE    PIC X(20) VALUE
               'EMPLEADO INEXISTENTE'.
           05  CT-MOTIVO-EMPLE-BAJA   PIC X(20) VALUE
               'EMPLEADO DE BAJA'.
           05  CT-MOTIVO-SIN-CONCEP   PIC X(20) VALUE
               'CONCEPTO DESCONOCIDO'.
           05  CT-MOTIVO-SIN-VALOR    PIC X(20) VALUE
               'SIN UNIDADES/IMPORTE'.
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-CARGADOS            PIC 9(05).
           05  CN-SUSTITUIDOS         PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-PERIODO-E           PIC X(07).
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-MOTIVO              PIC X(20).
           05  WK-IMPORTE-TOTAL       PIC S9(11)V9(03) COMP-3.
      *
      * REGISTRO DEL FICHERO DE CONCEPTOS VARIABLES
       01  DATOS-VARIABLE.
           05  MATRICULA-VAR          PIC X(04).
           05  CONCEPTO-VAR           PIC X(03).
           05  UNIDADES-VAR           PIC 9(05)V9(02).
           05  IMPORTE-VAR            PIC 9(07)V9(03).
           05  FILLER                 PIC X(06).
      *
       01  LINEA-RECHAZO.
           05  MATRICULA-RECH         PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CONCEPTO-RECH          PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  UNIDADES-RECH          PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-RECH           PIC Z.ZZZ.ZZ9,999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FVARIAB         PIC X(01).
               88  SI-FIN-FVARIAB               VALUE 'S'.
               88  NO-FIN-FVARIAB               VALUE 'N'.
           05  SW-VARIABLE-VALIDA     PIC X(01).
               88  SI-VARIABLE-VALIDA           VALUE 'S'.
               88  NO-VARIABLE-VALIDA           VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN EMPLEADOS-----------*
      *
           EXEC SQL
               INCLUDE TBEMPLE
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
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-FVARIAB
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      DATOS-VARIABLE
      *
           SET NO-FIN-FVARIAB            TO TRUE
      *
      * PERIODO DE LA CARGA (AAAA-MM); SIN INFORMAR, EL MES EN CURSO
           ACCEPT WK-PERIODO-E FROM SYSIN
      *
           IF WK-PERIODO-E = SPACES OR LOW-VALUES
              ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-PERIODO-E (1:4)
              MOVE '-'                        TO WK-PERIODO-E (5:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-PERIODO-E (6:2)
           END-IF
      *
           DISPLAY 'CARGAVAR: PERIODO ' WK-PERIODO-E
      *
           OPEN INPUT  FVARIAB
           OPEN OUTPUT FRECHAZO
      *
           IF FS-FVARIAB NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FVARIAB ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FVARIAB
              THRU 9000-LEER-FVARIAB-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-VARIABLE-VALIDA        TO TRUE
      *
           PERFORM 2100-VALIDAR-VARIABLE
              THRU 2100-VALIDAR-VARIABLE-EXIT
      *
           IF SI-VARIABLE-VALIDA
              PERFORM 2200-GRABAR-VARIABLE
                 THRU 2200-GRABAR-VARIABLE-EXIT
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FVARIAB
              THRU 9000-LEER-FVARIAB-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-VARIABLE                                      *
      *     EMPLEADO EXISTENTE Y EN ALTA, CONCEPTO DEL MAESTRO Y       *
      *     UNIDADES O IMPORTE SEGUN SU TIPO DE CALCULO                *
      ******************************************************************
       2100-VALIDAR-VARIABLE.
      *
           MOVE MATRICULA-VAR            TO TB-MATRICULA
      *
           EXEC SQL
               SELECT ACCION
                 INTO :TB-ACCION
                 FROM EMPLEADOS
                WHERE MATRICULA = :TB-MATRICULA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-VARIABLE-VALIDA    TO TRUE
                    MOVE CT-MOTIVO-SIN-EMPLE  TO WK-MOTIVO
                    GO TO 2100-VALIDAR-VARIABLE-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-VARIABLE'
                    DISPLAY 'TABLA: EMPLEADOS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF TB-ACCION = CT-BAJA
              SET NO-VARIABLE-VALIDA     TO TRUE
              MOVE CT-MOTIVO-EMPLE-BAJA  TO WK-MOTIVO
              GO TO 2100-VALIDAR-VARIABLE-EXIT
           END-IF
      *
           MOVE CONCEPTO-VAR             TO CO-CONCEPTO
      *
           EXEC SQL
               SELECT TIPO_CALCULO
                     ,PRECIO_UNIDAD
                 INTO :CO-TIPO-CALCULO
                     ,:CO-PRECIO-UNIDAD
                 FROM CONCEPTOS_NOMINA
                WHERE CONCEPTO = :CO-CONCEPTO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-VARIABLE-VALIDA    TO TRUE
                    MOVE CT-MOTIVO-SIN-CONCEP TO WK-MOTIVO
                    GO TO 2100-VALIDAR-VARIABLE-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-VARIABLE'
                    DISPLAY 'TABLA: CONCEPTOS_NOMINA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EVALUATE CO-TIPO-CALCULO
               WHEN CT-UNIDADES
                    IF UNIDADES-VAR = ZEROS
                       SET NO-VARIABLE-VALIDA    TO TRUE
                       MOVE CT-MOTIVO-SIN-VALOR  TO WK-MOTIVO
                    END-IF
               WHEN CT-IMPORTE
                    IF IMPORTE-VAR = ZEROS
                       SET NO-VARIABLE-VALIDA    TO TRUE
                       MOVE CT-MOTIVO-SIN-VALOR  TO WK-MOTIVO
                    END-IF
               WHEN OTHER
                    DISPLAY 'CARGAVAR: TIPO DE CALCULO NO VALIDO '
                            CO-CONCEPTO ' ' CO-TIPO-CALCULO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-VARIABLE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-GRABAR-VARIABLE                                       *
      *     EL IMPORTE DE LOS CONCEPTOS POR UNIDADES SE RESUELVE CON   *
      *     EL PRECIO DEL MAESTRO; SI EL CONCEPTO YA ESTABA CARGADO    *
      *     PARA EL EMPLEADO Y PERIODO SE SUSTITUYE                    *
      ******************************************************************
       2200-GRABAR-VARIABLE.
      *
           MOVE MATRICULA-VAR            TO NV-MATRICULA
           MOVE WK-PERIODO-E             TO NV-PERIODO
           MOVE CONCEPTO-VAR             TO NV-CONCEPTO
      *
           IF CO-TIPO-CALCULO = CT-UNIDADES
              MOVE UNIDADES-VAR          TO NV-UNIDADES
              COMPUTE NV-IMPORTE ROUNDED =
                      UNIDADES-VAR * CO-PRECIO-UNIDAD
           ELSE
              MOVE ZEROS                 TO NV-UNIDADES
              MOVE IMPORTE-VAR           TO NV-IMPORTE
           END-IF
      *
           EXEC SQL
               DELETE FROM NOMINA_VARIABLE
                WHERE MATRICULA = :NV-MATRICULA
                  AND PERIODO = :NV-PERIODO
                  AND CONCEPTO = :NV-CONCEPTO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-SUSTITUIDOS
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-GRABAR-VARIABLE'
                    DISPLAY 'TABLA: NOMINA_VARIABLE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EXEC SQL
               INSERT INTO NOMINA_VARIABLE
                      (MATRICULA
                      ,PERIODO
                      ,CONCEPTO
                      ,UNIDADES
                      ,IMPORTE)
               VALUES (:NV-MATRICULA
                      ,:NV-PERIODO
                      ,:NV-CONCEPTO
                      ,:NV-UNIDADES
                      ,:NV-IMPORTE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-GRABAR-VARIABLE'
              DISPLAY 'TABLA: NOMINA_VARIABLE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CARGADOS
           ADD NV-IMPORTE                TO WK-IMPORTE-TOTAL
      *
           .
       2200-GRABAR-VARIABLE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE MATRICULA-VAR            TO MATRICULA-RECH
           MOVE CONCEPTO-VAR             TO CONCEPTO-RECH
           MOVE UNIDADES-VAR             TO UNIDADES-RECH
           MOVE IMPORTE-VAR              TO IMPORTE-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LA CARGA SOLO SE CONFIRMA EN UN FINAL NORMAL; CON          *
      *     RECHAZOS TERMINA CON AVISO PARA QUE SE CORRIJAN ANTES DE   *
      *     LANZAR LA NOMINA                                           *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              EXEC SQL
                  COMMIT
              END-EXEC
      *
              IF CN-RECHAZADOS > 0
                 MOVE 4                  TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FVARIAB
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C A R G A V A R    **'
           DISPLAY '***********************************'
           DISPLAY '*CONCEPTOS LEIDOS   : ' CN-REG-LEIDOS '      *'
           DISPLAY '*CARGADOS           : ' CN-CARGADOS '      *'
           DISPLAY '*  DE ELLOS SUSTIT. : ' CN-SUSTITUIDOS '      *'
           DISPLAY '*RECHAZOS           : ' CN-RECHAZADOS '      *'
           DISPLAY '*IMPORTE CARGADO    : ' WK-IMPORTE-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FVARIAB                                          *
      ******************************************************************
       9000-LEER-FVARIAB.
      *
           READ FVARIAB INTO DATOS-VARIABLE
      *
           EVALUATE FS-FVARIAB
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FVARIAB   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FVARIAB'
                    DISPLAY 'PARRAFO: 9000-LEER-FVARIAB'
                    DISPLAY 'FILE STATUS: ' FS-FVARIAB
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FVARIAB-EXIT.
           EXIT.
      *
