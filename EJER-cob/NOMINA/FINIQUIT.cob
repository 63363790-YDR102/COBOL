      ******************************************************************
      ** F I N I Q U I T.- LIQUIDACION Y FINIQUITO DE LAS BAJAS. LEE **
      **                  LAS SOLICITUDES DE BAJA (MATRICULA, FECHA  **
      **                  DE BAJA Y MOTIVO) Y CALCULA DESDE          **
      **                  EMPLEADOS (SALARIO, FECHA_INGRESO) EL      **
      **                  SALARIO DE LOS DIAS DEL ULTIMO MES, LAS    **
      **                  VACACIONES DEVENGADAS Y NO DISFRUTADAS     **
      **                  (AUSENCIAS 'VA'), LA PARTE PROPORCIONAL DE **
      **                  PAGAS EXTRA Y LA INDEMNIZACION SEGUN LA    **
      **                  REGLA DEL MOTIVO EN MOTIVOS_BAJA. RETIENE  **
      **                  IRPF Y SEGURIDAD SOCIAL CON EL MISMO       **
      **                  FICHERO DE PARAMETROS QUE NOMINA (LA       **
      **                  INDEMNIZACION VA EXENTA), DEJA EL          **
      **                  FINIQUITO EN NOMINAS_HISTORICO PARA QUE LO **
      **                  RECOJA CERTIRPF, EMITE EL DOCUMENTO DE     **
      **                  FINIQUITO Y LA ORDEN DE PAGO FINAL (MISMO  **
      **                  FORMATO QUE NOMINA, PARA PAGONOMI) Y DA DE **
      **                  BAJA AL EMPLEADO A TRAVES DE RUTCRUD2, QUE **
      **                  GUARDA SU HISTORICO. LAS SOLICITUDES NO    **
      **                  VALIDAS VAN AL FICHERO DE RECHAZOS.        **
      **                  SI NOMINA YA PAGO EL MES DE LA BAJA, EL    **
      **                  SALARIO QUE PAGO SE REGULARIZA; SI NO, EL  **
      **                  FINIQUITO PAGA LOS CONCEPTOS VARIABLES DEL **
      **                  MES (CARGAVAR).                            **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FINIQUIT.
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
           SELECT FPARAMS  ASSIGN TO FPARAMS
           FILE STATUS FS-FPARAMS.
      *
           SELECT FBAJAS   ASSIGN TO FBAJAS
           FILE STATUS FS-FBAJAS.
      *
           SELECT FFINIQ   ASSIGN TO FFINIQ
           FILE STATUS FS-FFINIQ.
      *
           SELECT FPAGOS   ASSIGN TO FPAGOS
           FILE STATUS FS-FPAGOS.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FPARAMS
           RECORDING MODE IS F.
       01  REG-FPARAMS                PIC X(0030).
      *    PARAMETROS DE RETENCION: TRAMOS IRPF Y TIPO DE SS
      *
       FD FBAJAS
           RECORDING MODE IS F.
       01  REG-FBAJAS                 PIC X(0030).
      *    SOLICITUDES DE BAJA
      *
       FD FFINIQ
           RECORDING MODE IS F.
       01  REG-FFINIQ                 PIC X(0100).
      *    DOCUMENTOS DE FINIQUITO
      *
       FD FPAGOS
           RECORDING MODE IS F.
       01  REG-FPAGOS                 PIC X(0020).
      *    ORDENES DE PAGO POR EL NETO DEL FINIQUITO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    SOLICITUDES DE BAJA RECHAZADAS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FPARAMS             PIC X(02).
           05  FS-FBAJAS              PIC X(02).
           05  FS-FFINIQ              PIC X(02).
           05  FS-FPAGOS              PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-IRPF                PIC X(01) VALUE 'I'.
           05  CT-SEGSOC              PIC X(01) VALUE 'S'.
           05  CT-BAJA                PIC X(01) VALUE 'B'.
           05  CT-MAX-TRAMOS          PIC 9(02) VALUE 10.
           05  CT-PGM                 PIC X(08) VALUE 'FINIQUIT'.
           05  CT-RUT                 PIC X(08) VALUE 'RUTCRUD2'.
           05  CT-MAX-VARIABLES       PIC 9(02) VALUE 20.
           05  CT-SUJETO              PIC X(01) VALUE 'S'.
      *
       01  CN-CONTADORES.
           05  CN-SOLICITUDES         PIC 9(05).
           05  CN-FINIQUITOS          PIC 9(05).
           05  CN-RECHAZADAS          PIC 9(05).
           05  CN-PARAMETROS          PIC 9(05).
           05  CN-PAGOS               PIC 9(05).
           05  CN-SIN-PAGO            PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-DIAS-VACACIONES     PIC S9(03)V9(02) COMP-3.
           05  WK-PAGAS-EXTRA         PIC S9(02) COMP.
           05  WK-PERIODO             PIC X(07).
           05  WK-PRI-MES             PIC X(10).
           05  WK-PRI-ANYO            PIC X(10).
           05  WK-ULT-ANYO            PIC X(10).
           05  WK-DIA-BAJA            PIC 9(02).
           05  WK-DIAS-MES            PIC S9(04) COMP.
           05  WK-DIAS-ANYO           PIC S9(04) COMP.
           05  WK-DIAS-TRAB-MES       PIC S9(04) COMP.
           05  WK-DIAS-TRAB-ANYO      PIC S9(04) COMP.
           05  WK-DIAS-ANTIGUEDAD     PIC S9(09) COMP.
           05  WK-DIAS-NR             PIC S9(04) COMP.
           05  WK-DIAS-VA             PIC S9(04) COMP.
           05  WK-VAC-DEVENGADAS      PIC S9(03)V9(02) COMP-3.
           05  WK-VAC-PENDIENTES      PIC S9(03)V9(02) COMP-3.
           05  WK-SALARIO-DIAS        PIC S9(07)V9(03) COMP-3.
           05  WK-VACACIONES          PIC S9(07)V9(03) COMP-3.
           05  WK-PAGAS               PIC S9(07)V9(03) COMP-3.
           05  WK-INDEMNIZACION       PIC S9(07)V9(03) COMP-3.
           05  WK-TOPE-INDEMN         PIC S9(07)V9(03) COMP-3.
           05  WK-REGULARIZACION      PIC S9(07)V9(03) COMP-3.
           05  WK-VARIABLES-MES       PIC S9(07)V9(03) COMP-3.
           05  WK-TOTAL-VARIABLES     PIC S9(07)V9(03) COMP-3.
           05  WK-SUJETO              PIC S9(07)V9(03) COMP-3.
           05  WK-BASE-IRPF           PIC S9(07)V9(03) COMP-3.
           05  WK-BASE-SEGSOC         PIC S9(07)V9(03) COMP-3.
           05  WK-BRUTO               PIC S9(07)V9(03) COMP-3.
           05  WK-IRPF                PIC S9(07)V9(03) COMP-3.
           05  WK-SEGSOC              PIC S9(07)V9(03) COMP-3.
           05  WK-NETO                PIC S9(07)V9(03) COMP-3.
           05  WK-NETO-TOTAL          PIC S9(09)V9(03) COMP-3.
           05  WK-PCT-IRPF            PIC 9(02)V9(02).
           05  WK-PCT-SEGSOC          PIC 9(02)V9(02).
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-MOTIVO-RECHAZO      PIC X(40).
      *
      * CONCEPTOS VARIABLES DEL MES DE LA BAJA, PARA EL DOCUMENTO
       01  WK-TABLA-VARIABLES.
           05  WK-NUM-VARIABLES       PIC S9(04) COMP.
           05  WK-VARIABLE            OCCURS 20 TIMES.
               10  WK-DESCRIPCION-VAR PIC X(30).
               10  WK-UNIDADES-VAR    PIC S9(05)V9(02) COMP-3.
               10  WK-IMPORTE-VAR     PIC S9(07)V9(03) COMP-3.
      *
      * TRAMOS DE IRPF CARGADOS DEL FICHERO DE PARAMETROS
       01  WK-TABLA-TRAMOS.
           05  WK-NUM-TRAMOS          PIC S9(04) COMP.
           05  WK-TRAMO               OCCURS 10 TIMES.
               10  WK-DESDE-TRAMO     PIC 9(07)V9(03).
               10  WK-HASTA-TRAMO     PIC 9(07)V9(03).
               10  WK-PCT-TRAMO       PIC 9(02)V9(02).
      *
       01  PARAMETRO-ENTRADA.
           05  TIPO-PAR               PIC X(01).
           05  DESDE-PAR              PIC 9(07)V9(03).
           05  HASTA-PAR              PIC 9(07)V9(03).
           05  PCT-PAR                PIC 9(02)V9(02).
           05  FILLER                 PIC X(05).
      *
       01  BAJA-ENTRADA.
           05  MATRICULA-BAJ          PIC X(04).
           05  FECHA-BAJA-BAJ         PIC X(10).
           05  MOTIVO-BAJ             PIC X(02).
           05  FILLER                 PIC X(14).
      *
       01  LINEA-PAGO.
           05  MATRICULA-PAG          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NETO-PAG               PIC 9(07)V9(03).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
      * PIE DE CONTROL DE LAS ORDENES DE PAGO, EL MISMO QUE DEJA
      * NOMINA, PARA QUE PAGONOMI CUADRE ANTES DE CONFIRMAR
       01  PIE-PAGOS.
           05  MARCA-PIE-PAG          PIC X(02) VALUE '*T'.
           05  CONTADOR-PIE-PAG       PIC 9(05).
           05  TOTAL-PIE-PAG          PIC 9(09)V9(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  MATRICULA-RCH          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-BAJA-RCH         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-BAJA-RCH        PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RCH             PIC X(40).
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
      * LINEAS DEL DOCUMENTO DE FINIQUITO
       01  LINEA-FINIQ-CAB1.
           05  FILLER                 PIC X(20) VALUE
               'FINIQUITO EMPLEADO: '.
           05  MATRICULA-FC1          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APELLIDO-FC1           PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-FC1             PIC X(20).
           05  FILLER                 PIC X(23) VALUE SPACES.
      *
       01  LINEA-FINIQ-CAB2.
           05  FILLER                 PIC X(09) VALUE 'INGRESO: '.
           05  INGRESO-FC2            PIC X(10).
           05  FILLER                 PIC X(08) VALUE '  BAJA: '.
           05  BAJA-FC2               PIC X(10).
           05  FILLER                 PIC X(10) VALUE '  MOTIVO: '.
           05  MOTIVO-FC2             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DESCRIPCION-FC2        PIC X(30).
           05  FILLER                 PIC X(20) VALUE SPACES.
      *
       01  LINEA-FINIQ-CONCEPTO.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CONCEPTO-FCO           PIC X(40).
           05  UNIDADES-FCO           PIC -ZZZ.ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  IMPORTE-FCO            PIC -ZZ.ZZZ.ZZ9,999.
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-FINIQ-SEPARADOR.
           05  FILLER                 PIC X(100) VALUE ALL '-'.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FPARAMS         PIC X(01).
               88  SI-FIN-FPARAMS               VALUE 'S'.
               88  NO-FIN-FPARAMS               VALUE 'N'.
           05  SW-FIN-FBAJAS          PIC X(01).
               88  SI-FIN-FBAJAS                VALUE 'S'.
               88  NO-FIN-FBAJAS                VALUE 'N'.
           05  SW-BAJA-VALIDA         PIC X(01).
               88  SI-BAJA-VALIDA               VALUE 'S'.
               88  NO-BAJA-VALIDA               VALUE 'N'.
           05  SW-MES-PAGADO          PIC X(01).
               88  SI-MES-PAGADO                VALUE 'S'.
               88  NO-MES-PAGADO                VALUE 'N'.
           05  SW-FIN-VARIABLES       PIC X(01).
               88  SI-FIN-VARIABLES             VALUE 'S'.
               88  NO-FIN-VARIABLES             VALUE 'N'.
      *
      *CPY DE RUTINA DE MODIFICACION DE EMPLEADOS CON HISTORICO
       COPY CRUDCPY2.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
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
      *--------DCLGEN NOMINAS_HISTORICO---*
      *
           EXEC SQL
               INCLUDE TBNOMHIS
           END-EXEC.
      *
      *--------DCLGEN MOTIVOS_BAJA--------*
      *
           EXEC SQL
               INCLUDE TBMOTBAJ
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
      *--------CURSOR DE CONCEPTOS VARIABLES DEL MES DE LA BAJA--------*
      *
           EXEC SQL
               DECLARE CUR-VARIABLES CURSOR FOR
               SELECT C.DESCRIPCION
                     ,V.UNIDADES
                     ,V.IMPORTE
                     ,C.SUJETO_IRPF
                     ,C.SUJETO_SS
                 FROM NOMINA_VARIABLE V
                     ,CONCEPTOS_NOMINA C
                WHERE V.MATRICULA = :TB-MATRICULA
                  AND V.PERIODO = :WK-PERIODO
                  AND C.CONCEPTO = V.CONCEPTO
                ORDER BY V.CONCEPTO
           END-EXEC.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      *
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-FBAJAS
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      *
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      WK-TABLA-TRAMOS
                      PARAMETRO-ENTRADA
                      BAJA-ENTRADA
      *
           SET NO-FIN-FPARAMS         TO TRUE
           SET NO-FIN-FBAJAS          TO TRUE
      *
           PERFORM 1050-CARGAR-PARAMETROS
              THRU 1050-CARGAR-PARAMETROS-EXIT
      *
           OPEN INPUT  FPARAMS
           OPEN INPUT  FBAJAS
           OPEN OUTPUT FFINIQ
           OPEN OUTPUT FPAGOS
           OPEN OUTPUT FRECHAZO
      *
           IF FS-FPARAMS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FPARAMS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FPARAMS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FBAJAS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FBAJAS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FBAJAS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FFINIQ NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FFINIQ'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FFINIQ
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FPAGOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FPAGOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FRECHAZO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1100-CARGAR-RETENCIONES
              THRU 1100-CARGAR-RETENCIONES-EXIT
             UNTIL SI-FIN-FPARAMS
      *
           IF WK-NUM-TRAMOS = ZEROS
              OR WK-PCT-SEGSOC = ZEROS
              DISPLAY 'FINIQUIT: FALTAN PARAMETROS DE RETENCION'
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FBAJAS
              THRU 9000-LEER-FBAJAS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1050-CARGAR-PARAMETROS                                     *
      *     DIAS DE VACACIONES AL ANYO Y NUMERO DE PAGAS EXTRA         *
      ******************************************************************
       1050-CARGAR-PARAMETROS.
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'DIASVACACION'        TO PARAMETRO-PAR
           MOVE 30                    TO VALOR-DEFECTO-PAR
           PERFORM 1060-RESOLVER-PARAMETRO
              THRU 1060-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-DIAS-VACACIONES
      *
           INITIALIZE CPYPARAM
           MOVE CT-PGM                TO PROGRAMA-PAR
           MOVE 'PAGASEXTRA'          TO PARAMETRO-PAR
           MOVE 2                     TO VALOR-DEFECTO-PAR
           PERFORM 1060-RESOLVER-PARAMETRO
              THRU 1060-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR             TO WK-PAGAS-EXTRA
      *
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1060-RESOLVER-PARAMETRO                                    *
      ******************************************************************
       1060-RESOLVER-PARAMETRO.
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1060-RESOLVER-PARAMETRO'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF
      *
           .
       1060-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     1100-CARGAR-RETENCIONES                                    *
      *     MISMO FICHERO DE PARAMETROS QUE NOMINA                     *
      ******************************************************************
       1100-CARGAR-RETENCIONES.
      *
           READ FPARAMS INTO PARAMETRO-ENTRADA
      *
           EVALUATE FS-FPARAMS
              WHEN CT-00
                   ADD CT-1           TO CN-PARAMETROS
                   EVALUATE TIPO-PAR
                      WHEN CT-IRPF
                           IF WK-NUM-TRAMOS = CT-MAX-TRAMOS
                              DISPLAY 'FINIQUIT: TABLA DE TRAMOS LLENA'
      *
                              MOVE 8  TO RETURN-CODE
                              PERFORM 3000-FIN
                                 THRU 3000-FIN-EXIT
                           END-IF
                           ADD 1      TO WK-NUM-TRAMOS
                           MOVE DESDE-PAR
                             TO WK-DESDE-TRAMO (WK-NUM-TRAMOS)
                           MOVE HASTA-PAR
                             TO WK-HASTA-TRAMO (WK-NUM-TRAMOS)
                           MOVE PCT-PAR
                             TO WK-PCT-TRAMO (WK-NUM-TRAMOS)
                      WHEN CT-SEGSOC
                           MOVE PCT-PAR
                             TO WK-PCT-SEGSOC
                      WHEN OTHER
                           DISPLAY 'FINIQUIT: PARAMETRO NO RECONOCIDO '
                                   TIPO-PAR
      *
                           MOVE 8     TO RETURN-CODE
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                   END-EVALUATE
              WHEN CT-10
                   SET SI-FIN-FPARAMS TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FPARAMS'
                   DISPLAY 'PARRAFO: 1100-CARGAR-RETENCIONES'
                   DISPLAY 'FILE STATUS: ' FS-FPARAMS
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       1100-CARGAR-RETENCIONES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-BAJA-VALIDA         TO TRUE
           MOVE SPACES                TO WK-MOTIVO-RECHAZO
      *
           PERFORM 2100-VALIDAR-BAJA
              THRU 2100-VALIDAR-BAJA-EXIT
      *
           IF NO-BAJA-VALIDA
              PERFORM 2900-RECHAZAR-BAJA
                 THRU 2900-RECHAZAR-BAJA-EXIT
              PERFORM 9000-LEER-FBAJAS
                 THRU 9000-LEER-FBAJAS-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           PERFORM 2200-CALCULAR-FINIQUITO
              THRU 2200-CALCULAR-FINIQUITO-EXIT
      *
           PERFORM 2400-GRABAR-HISTORICO
              THRU 2400-GRABAR-HISTORICO-EXIT
      *
           PERFORM 2500-DAR-DE-BAJA
              THRU 2500-DAR-DE-BAJA-EXIT
      *
           PERFORM 2600-ESCRIBIR-DOCUMENTO
              THRU 2600-ESCRIBIR-DOCUMENTO-EXIT
      *
           PERFORM 2700-ESCRIBIR-PAGO
              THRU 2700-ESCRIBIR-PAGO-EXIT
      *
      * SE CONFIRMA CON EL DOCUMENTO Y LA ORDEN DE PAGO YA ESCRITOS
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL HACER COMMIT'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-FINIQUITOS
      *
           PERFORM 9000-LEER-FBAJAS
              THRU 9000-LEER-FBAJAS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2100-VALIDAR-BAJA                                          *
      *     EMPLEADO EN ALTA, MOTIVO CONOCIDO Y FECHA DE BAJA VALIDA   *
      *     Y NO ANTERIOR AL INGRESO                                   *
      ******************************************************************
       2100-VALIDAR-BAJA.
      *
           MOVE MATRICULA-BAJ         TO TB-MATRICULA
      *
           EXEC SQL
               SELECT APELLIDO
                     ,NOMBRE
                     ,CATEGORIA
                     ,DEPARTAMENTO
                     ,SECCION
                     ,SALARIO
                     ,FECHA_INGRESO
                     ,FECHA_NACIMIENTO
                     ,ACCION
                 INTO :TB-APELLIDO
                     ,:TB-NOMBRE
                     ,:TB-CATEGORIA
                     ,:TB-DEPARTAMENTO
                     ,:TB-SECCION
                     ,:TB-SALARIO
                     ,:TB-FECHA-INGRESO
                     ,:TB-FECHA-NACIMIENTO
                     ,:TB-ACCION
                 FROM EMPLEADOS
                WHERE MATRICULA = :TB-MATRICULA
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET NO-BAJA-VALIDA TO TRUE
                   MOVE 'EMPLEADO NO EXISTE'
                                      TO WK-MOTIVO-RECHAZO
                   GO TO 2100-VALIDAR-BAJA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER EMPLEADOS'
                   DISPLAY 'PARRAFO: 2100-VALIDAR-BAJA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF TB-ACCION = CT-BAJA
              SET NO-BAJA-VALIDA      TO TRUE
              MOVE 'EMPLEADO YA DADO DE BAJA'
                                      TO WK-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-BAJA-EXIT
           END-IF
      *
           MOVE MOTIVO-BAJ            TO MB-MOTIVO
      *
           EXEC SQL
               SELECT DESCRIPCION
                     ,DIAS_POR_ANYO
                     ,MAX_MENSUALIDADES
                 INTO :MB-DESCRIPCION
                     ,:MB-DIAS-POR-ANYO
                     ,:MB-MAX-MENSUALIDADES
                 FROM MOTIVOS_BAJA
                WHERE MOTIVO = :MB-MOTIVO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN 100
                   SET NO-BAJA-VALIDA TO TRUE
                   MOVE 'MOTIVO DE BAJA DESCONOCIDO'
                                      TO WK-MOTIVO-RECHAZO
                   GO TO 2100-VALIDAR-BAJA-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER MOTIVOS_BAJA'
                   DISPLAY 'PARRAFO: 2100-VALIDAR-BAJA'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2110-RESOLVER-FECHAS
              THRU 2110-RESOLVER-FECHAS-EXIT
      *
           .
       2100-VALIDAR-BAJA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2110-RESOLVER-FECHAS                                       *
      *     DIAS DEL MES Y DEL ANYO DE LA BAJA, DIAS TRABAJADOS EN     *
      *     AMBOS (DESDE EL INGRESO SI ES POSTERIOR) Y ANTIGUEDAD      *
      ******************************************************************
       2110-RESOLVER-FECHAS.
      *
           MOVE SPACES                TO WK-PRI-ANYO
                                         WK-ULT-ANYO
           STRING FECHA-BAJA-BAJ (1:4) DELIMITED BY SIZE
                  '-01-01'            DELIMITED BY SIZE
                  INTO WK-PRI-ANYO
           END-STRING
           STRING FECHA-BAJA-BAJ (1:4) DELIMITED BY SIZE
                  '-12-31'            DELIMITED BY SIZE
                  INTO WK-ULT-ANYO
           END-STRING
      *
           EXEC SQL
               SELECT CHAR(DATE(:FECHA-BAJA-BAJ)
                           - (DAY(DATE(:FECHA-BAJA-BAJ)) - 1) DAYS,
                           ISO)
                     ,DAY(LAST_DAY(DATE(:FECHA-BAJA-BAJ)))
                     ,DAYS(DATE(:WK-ULT-ANYO))
                      - DAYS(DATE(:WK-PRI-ANYO)) + 1
                     ,DAYS(DATE(:FECHA-BAJA-BAJ))
                      - DAYS(DATE(:TB-FECHA-INGRESO)) + 1
                 INTO :WK-PRI-MES
                     ,:WK-DIAS-MES
                     ,:WK-DIAS-ANYO
                     ,:WK-DIAS-ANTIGUEDAD
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   CONTINUE
              WHEN -180
              WHEN -181
                   SET NO-BAJA-VALIDA TO TRUE
                   MOVE 'FECHA DE BAJA NO VALIDA'
                                      TO WK-MOTIVO-RECHAZO
                   GO TO 2110-RESOLVER-FECHAS-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL RESOLVER LAS FECHAS DE BAJA'
                   DISPLAY 'PARRAFO: 2110-RESOLVER-FECHAS'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-DIAS-ANTIGUEDAD < 1
              SET NO-BAJA-VALIDA      TO TRUE
              MOVE 'FECHA DE BAJA ANTERIOR AL INGRESO'
                                      TO WK-MOTIVO-RECHAZO
              GO TO 2110-RESOLVER-FECHAS-EXIT
           END-IF
      *
      * SI INGRESO EN EL MES O EN EL ANYO DE LA BAJA, SOLO CUENTA
      * DESDE EL INGRESO
           MOVE FECHA-BAJA-BAJ (1:7)  TO WK-PERIODO
           MOVE FECHA-BAJA-BAJ (9:2)  TO WK-DIA-BAJA
           MOVE WK-DIA-BAJA           TO WK-DIAS-TRAB-MES
      *
           IF TB-FECHA-INGRESO > WK-PRI-MES
              MOVE WK-DIAS-ANTIGUEDAD TO WK-DIAS-TRAB-MES
           END-IF
      *
           EXEC SQL
               SELECT DAYS(DATE(:FECHA-BAJA-BAJ))
                      - DAYS(CASE WHEN DATE(:TB-FECHA-INGRESO)
                                     > DATE(:WK-PRI-ANYO)
                                  THEN DATE(:TB-FECHA-INGRESO)
                                  ELSE DATE(:WK-PRI-ANYO) END) + 1
                 INTO :WK-DIAS-TRAB-ANYO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL RESOLVER LOS DIAS DEL ANYO'
              DISPLAY 'PARRAFO: 2110-RESOLVER-FECHAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2110-RESOLVER-FECHAS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2200-CALCULAR-FINIQUITO                                    *
      *     SALARIO DE LOS DIAS TRABAJADOS DEL MES, VACACIONES         *
      *     PENDIENTES A SALARIO/30 POR DIA, PAGAS EXTRA DEVENGADAS EN *
      *     EL ANYO E INDEMNIZACION. SI NOMINA YA PAGO EL MES, SU      *
      *     SALARIO SE DESCUENTA COMO REGULARIZACION; SI NO, SE SUMAN  *
      *     LOS CONCEPTOS VARIABLES DEL MES. IRPF Y SEGURIDAD SOCIAL   *
      *     SOLO SOBRE LO SUJETO A CADA UNO: LA INDEMNIZACION VA       *
      *     EXENTA.                                                    *
      ******************************************************************
       2200-CALCULAR-FINIQUITO.
      *
           PERFORM 2210-LEER-AUSENCIAS
              THRU 2210-LEER-AUSENCIAS-EXIT
      *
           MOVE MATRICULA-BAJ         TO NH-MATRICULA
           MOVE WK-PERIODO            TO NH-PERIODO
      *
           EXEC SQL
               SELECT BRUTO
                 INTO :NH-BRUTO
                 FROM NOMINAS_HISTORICO
                WHERE MATRICULA = :NH-MATRICULA
                  AND PERIODO = :NH-PERIODO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                   SET SI-MES-PAGADO  TO TRUE
              WHEN 100
                   SET NO-MES-PAGADO  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER NOMINAS_HISTORICO'
                   DISPLAY 'PARRAFO: 2200-CALCULAR-FINIQUITO'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           COMPUTE WK-SALARIO-DIAS ROUNDED =
                   TB-SALARIO * (WK-DIAS-TRAB-MES - WK-DIAS-NR)
                              / WK-DIAS-MES
      *
           MOVE ZEROS                 TO WK-REGULARIZACION
                                         WK-TOTAL-VARIABLES
                                         WK-NUM-VARIABLES
      *
           IF SI-MES-PAGADO
              PERFORM 2230-REGULARIZAR-MES
                 THRU 2230-REGULARIZAR-MES-EXIT
           END-IF
      *
           COMPUTE WK-VAC-DEVENGADAS ROUNDED =
                   WK-DIAS-VACACIONES * WK-DIAS-TRAB-ANYO
                                      / WK-DIAS-ANYO
           COMPUTE WK-VAC-PENDIENTES =
                   WK-VAC-DEVENGADAS - WK-DIAS-VA
           COMPUTE WK-VACACIONES ROUNDED =
                   TB-SALARIO * WK-VAC-PENDIENTES / 30
      *
           COMPUTE WK-PAGAS ROUNDED =
                   TB-SALARIO * WK-PAGAS-EXTRA * WK-DIAS-TRAB-ANYO
                                               / WK-DIAS-ANYO
      *
           COMPUTE WK-INDEMNIZACION ROUNDED =
                   TB-SALARIO * 12 / 365 * MB-DIAS-POR-ANYO
                 * WK-DIAS-ANTIGUEDAD / 365
      *
           IF MB-MAX-MENSUALIDADES > ZEROS
              COMPUTE WK-TOPE-INDEMN ROUNDED =
                      TB-SALARIO * MB-MAX-MENSUALIDADES
              IF WK-INDEMNIZACION > WK-TOPE-INDEMN
                 MOVE WK-TOPE-INDEMN  TO WK-INDEMNIZACION
              END-IF
           END-IF
      *
           COMPUTE WK-SUJETO = WK-SALARIO-DIAS
                             + WK-REGULARIZACION
                             + WK-VACACIONES
                             + WK-PAGAS
      *
           MOVE WK-SUJETO             TO WK-BASE-IRPF
                                         WK-BASE-SEGSOC
      *
      * LOS VARIABLES DE UN MES YA PAGADO LOS PAGO NOMINA
           IF NO-MES-PAGADO
              PERFORM 2240-SUMAR-VARIABLES
                 THRU 2240-SUMAR-VARIABLES-EXIT
           END-IF
      *
           MOVE ZEROS                 TO WK-PCT-IRPF
      *
           PERFORM 2220-BUSCAR-TRAMO
              THRU 2220-BUSCAR-TRAMO-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-TRAMOS
      *
           COMPUTE WK-IRPF ROUNDED =
                   WK-BASE-IRPF * WK-PCT-IRPF / 100
      *
           COMPUTE WK-SEGSOC ROUNDED =
                   WK-BASE-SEGSOC * WK-PCT-SEGSOC / 100
      *
           COMPUTE WK-BRUTO = WK-SUJETO
                            + WK-TOTAL-VARIABLES
                            + WK-INDEMNIZACION
      *
           COMPUTE WK-NETO =
                   WK-BRUTO - WK-IRPF - WK-SEGSOC
      *
           .
       2200-CALCULAR-FINIQUITO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2210-LEER-AUSENCIAS                                        *
      *     DIAS NO RETRIBUIDOS ('NR') DEL MES HASTA LA BAJA Y DIAS DE *
      *     VACACIONES ('VA') DISFRUTADOS EN EL ANYO HASTA LA BAJA     *
      ******************************************************************
       2210-LEER-AUSENCIAS.
      *
           MOVE 0                     TO WK-DIAS-NR
                                         WK-DIAS-VA
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                      WHEN TIPO_AUSENCIA = 'NR'
                       AND FECHA_FIN >= DATE(:WK-PRI-MES)
                      THEN DAYS(CASE WHEN FECHA_FIN
                                     < DATE(:FECHA-BAJA-BAJ)
                                     THEN FECHA_FIN
                                     ELSE DATE(:FECHA-BAJA-BAJ) END)
                         - DAYS(CASE WHEN FECHA_INICIO
                                     > DATE(:WK-PRI-MES)
                                     THEN FECHA_INICIO
                                     ELSE DATE(:WK-PRI-MES) END)
                         + 1
                      ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE
                      WHEN TIPO_AUSENCIA = 'VA'
                      THEN DAYS(CASE WHEN FECHA_FIN
                                     < DATE(:FECHA-BAJA-BAJ)
                                     THEN FECHA_FIN
                                     ELSE DATE(:FECHA-BAJA-BAJ) END)
                         - DAYS(CASE WHEN FECHA_INICIO
                                     > DATE(:WK-PRI-ANYO)
                                     THEN FECHA_INICIO
                                     ELSE DATE(:WK-PRI-ANYO) END)
                         + 1
                      ELSE 0 END), 0)
                 INTO :WK-DIAS-NR
                     ,:WK-DIAS-VA
                 FROM AUSENCIAS
                WHERE MATRICULA = :TB-MATRICULA
                  AND TIPO_AUSENCIA IN ('NR', 'VA')
                  AND FECHA_INICIO <= DATE(:FECHA-BAJA-BAJ)
                  AND FECHA_FIN >= DATE(:WK-PRI-ANYO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER AUSENCIAS'
              DISPLAY 'PARRAFO: 2210-LEER-AUSENCIAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-DIAS-NR > WK-DIAS-TRAB-MES
              MOVE WK-DIAS-TRAB-MES   TO WK-DIAS-NR
           END-IF
      *
           .
       2210-LEER-AUSENCIAS-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2220-BUSCAR-TRAMO                                          *
      ******************************************************************
       2220-BUSCAR-TRAMO.
      *
           IF WK-BASE-IRPF >= WK-DESDE-TRAMO (WK-IND)
              AND WK-BASE-IRPF <= WK-HASTA-TRAMO (WK-IND)
              MOVE WK-PCT-TRAMO (WK-IND)
                                      TO WK-PCT-IRPF
           END-IF
      *
           .
       2220-BUSCAR-TRAMO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2230-REGULARIZAR-MES                                       *
      *     NOMINA YA PAGO EL MES COMPLETO: EL SALARIO QUE PAGO (SU    *
      *     BRUTO MENOS LOS CONCEPTOS VARIABLES DEL MES) SE DESCUENTA  *
      *     Y SOLO QUEDAN PAGADOS LOS DIAS TRABAJADOS                  *
      ******************************************************************
       2230-REGULARIZAR-MES.
      *
           EXEC SQL
               SELECT COALESCE(SUM(IMPORTE), 0)
                 INTO :WK-VARIABLES-MES
                 FROM NOMINA_VARIABLE
                WHERE MATRICULA = :TB-MATRICULA
                  AND PERIODO = :WK-PERIODO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER NOMINA_VARIABLE'
              DISPLAY 'PARRAFO: 2230-REGULARIZAR-MES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-REGULARIZACION = WK-VARIABLES-MES - NH-BRUTO
      *
           .
       2230-REGULARIZAR-MES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2240-SUMAR-VARIABLES                                       *
      *     CONCEPTOS VARIABLES DEL MES DE LA BAJA, COMO EN NOMINA:    *
      *     SUMAN AL BRUTO Y A CADA BASE DE RETENCION A LA QUE ESTEN   *
      *     SUJETOS, Y SE GUARDAN PARA EL DOCUMENTO                    *
      ******************************************************************
       2240-SUMAR-VARIABLES.
      *
           SET NO-FIN-VARIABLES       TO TRUE
      *
           EXEC SQL
               OPEN CUR-VARIABLES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-VARIABLES'
              DISPLAY 'PARRAFO: 2240-SUMAR-VARIABLES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2250-LEER-VARIABLE
              THRU 2250-LEER-VARIABLE-EXIT
             UNTIL SI-FIN-VARIABLES
      *
           EXEC SQL
               CLOSE CUR-VARIABLES
           END-EXEC
      *
           .
       2240-SUMAR-VARIABLES-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2250-LEER-VARIABLE                                         *
      ******************************************************************
       2250-LEER-VARIABLE.
      *
           EXEC SQL
               FETCH CUR-VARIABLES
                INTO :CO-DESCRIPCION
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
                   GO TO 2250-LEER-VARIABLE-EXIT
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER CURSOR CUR-VARIABLES'
                   DISPLAY 'PARRAFO: 2250-LEER-VARIABLE'
                   DISPLAY 'SQLCODE: ' SQLCODE
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-NUM-VARIABLES = CT-MAX-VARIABLES
              DISPLAY 'FINIQUIT: DEMASIADOS CONCEPTOS VARIABLES'
              DISPLAY 'MATRICULA: ' TB-MATRICULA
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD 1                      TO WK-NUM-VARIABLES
           MOVE CO-DESCRIPCION
             TO WK-DESCRIPCION-VAR (WK-NUM-VARIABLES)
           MOVE NV-UNIDADES
             TO WK-UNIDADES-VAR (WK-NUM-VARIABLES)
           MOVE NV-IMPORTE
             TO WK-IMPORTE-VAR (WK-NUM-VARIABLES)
      *
           ADD NV-IMPORTE             TO WK-TOTAL-VARIABLES
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
       2250-LEER-VARIABLE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2400-GRABAR-HISTORICO                                      *
      *     EL FINIQUITO ES LA NOMINA DEL MES DE LA BAJA; SI NOMINA YA *
      *     GRABO ESE MES, EL FINIQUITO SE SUMA A SU FILA              *
      ******************************************************************
       2400-GRABAR-HISTORICO.
      *
           MOVE WK-BRUTO              TO NH-BRUTO
           MOVE WK-IRPF               TO NH-IRPF
           MOVE WK-SEGSOC             TO NH-SEGURIDAD-SOCIAL
           MOVE WK-NETO               TO NH-NETO
           MOVE WK-BASE-SEGSOC        TO NH-BASE-SS
      *
           IF SI-MES-PAGADO
              EXEC SQL
                  UPDATE NOMINAS_HISTORICO
                     SET BRUTO = BRUTO + :NH-BRUTO
                        ,IRPF = IRPF + :NH-IRPF
                        ,SEGURIDAD_SOCIAL = SEGURIDAD_SOCIAL
                                          + :NH-SEGURIDAD-SOCIAL
                        ,NETO = NETO + :NH-NETO
                        ,BASE_SS = BASE_SS + :NH-BASE-SS
                   WHERE MATRICULA = :NH-MATRICULA
                     AND PERIODO = :NH-PERIODO
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO NOMINAS_HISTORICO
                         (MATRICULA
                         ,PERIODO
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
           END-IF
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR NOMINAS_HISTORICO'
              DISPLAY 'PARRAFO: 2400-GRABAR-HISTORICO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-GRABAR-HISTORICO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2500-DAR-DE-BAJA                                           *
      *     LA RUTINA DE MODIFICACION GUARDA LA FOTO ANTERIOR EN       *
      *     EMPLEADOS_HIST Y DEJA AL EMPLEADO EN ACCION DE BAJA        *
      ******************************************************************
       2500-DAR-DE-BAJA.
      *
           INITIALIZE CRUDCPY2
           MOVE TB-MATRICULA          TO MATRICULA-2
           MOVE TB-APELLIDO           TO APELLIDO-2
           MOVE TB-NOMBRE             TO NOMBRE-2
           MOVE TB-CATEGORIA          TO CATEGORIA-2
           MOVE TB-DEPARTAMENTO       TO DEPARTAMENTO-2
           MOVE TB-SECCION            TO SECCION-2
           MOVE TB-SALARIO            TO SALARIO-2
           MOVE TB-FECHA-INGRESO      TO FECHA-INGRESO-2
           MOVE TB-FECHA-NACIMIENTO   TO FECHA-NACIMIENTO-2
           MOVE CT-BAJA               TO ACCION-2
      *
           CALL CT-RUT             USING CRUDCPY2
      *
           IF RETORNO-ERR-2 NOT = CT-00
              DISPLAY 'FINIQUIT: ERROR DE RUTCRUD2'
              DISPLAY 'MATRICULA: ' MATRICULA-2
              DISPLAY 'RETORNO: ' RETORNO-ERR-2
              DISPLAY 'PARRAFO: ' PARRAFO-ERR-2
              DISPLAY 'DESCRIPCION: ' DESCRIPCION-ERR-2
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-DAR-DE-BAJA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-ESCRIBIR-DOCUMENTO                                    *
      ******************************************************************
       2600-ESCRIBIR-DOCUMENTO.
      *
           MOVE TB-MATRICULA          TO MATRICULA-FC1
           MOVE TB-APELLIDO           TO APELLIDO-FC1
           MOVE TB-NOMBRE             TO NOMBRE-FC1
           WRITE REG-FFINIQ         FROM LINEA-FINIQ-CAB1
      *
           IF FS-FFINIQ NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFINIQ'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-DOCUMENTO'
              DISPLAY 'FILE STATUS: ' FS-FFINIQ
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE TB-FECHA-INGRESO      TO INGRESO-FC2
           MOVE FECHA-BAJA-BAJ        TO BAJA-FC2
           MOVE MB-MOTIVO             TO MOTIVO-FC2
           MOVE MB-DESCRIPCION        TO DESCRIPCION-FC2
           WRITE REG-FFINIQ         FROM LINEA-FINIQ-CAB2
      *
           IF FS-FFINIQ NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFINIQ'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-DOCUMENTO'
              DISPLAY 'FILE STATUS: ' FS-FFINIQ
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'SALARIO DIAS DEL MES'
                                      TO CONCEPTO-FCO
           COMPUTE UNIDADES-FCO = WK-DIAS-TRAB-MES - WK-DIAS-NR
           MOVE WK-SALARIO-DIAS       TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           IF SI-MES-PAGADO
              MOVE 'REGULARIZACION NOMINA DEL MES PAGADA'
                                      TO CONCEPTO-FCO
              MOVE ZEROS              TO UNIDADES-FCO
              MOVE WK-REGULARIZACION  TO IMPORTE-FCO
              PERFORM 2650-ESCRIBIR-CONCEPTO
                 THRU 2650-ESCRIBIR-CONCEPTO-EXIT
           END-IF
      *
           MOVE 'VACACIONES NO DISFRUTADAS (DIAS)'
                                      TO CONCEPTO-FCO
           MOVE WK-VAC-PENDIENTES     TO UNIDADES-FCO
           MOVE WK-VACACIONES         TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           MOVE 'PARTE PROPORCIONAL PAGAS EXTRA'
                                      TO CONCEPTO-FCO
           MOVE WK-PAGAS-EXTRA        TO UNIDADES-FCO
           MOVE WK-PAGAS              TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           PERFORM 2660-ESCRIBIR-VARIABLE
              THRU 2660-ESCRIBIR-VARIABLE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-NUM-VARIABLES
      *
           MOVE 'INDEMNIZACION (DIAS POR ANYO)'
                                      TO CONCEPTO-FCO
           MOVE MB-DIAS-POR-ANYO      TO UNIDADES-FCO
           MOVE WK-INDEMNIZACION      TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           MOVE 'TOTAL BRUTO'         TO CONCEPTO-FCO
           MOVE ZEROS                 TO UNIDADES-FCO
           MOVE WK-BRUTO              TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           MOVE 'RETENCION IRPF (%)'  TO CONCEPTO-FCO
           MOVE WK-PCT-IRPF           TO UNIDADES-FCO
           MOVE WK-IRPF               TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           MOVE 'SEGURIDAD SOCIAL (%)'
                                      TO CONCEPTO-FCO
           MOVE WK-PCT-SEGSOC         TO UNIDADES-FCO
           MOVE WK-SEGSOC             TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           MOVE 'LIQUIDO A PERCIBIR'  TO CONCEPTO-FCO
           MOVE ZEROS                 TO UNIDADES-FCO
           MOVE WK-NETO               TO IMPORTE-FCO
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           WRITE REG-FFINIQ         FROM LINEA-FINIQ-SEPARADOR
      *
           IF FS-FFINIQ NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFINIQ'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-DOCUMENTO'
              DISPLAY 'FILE STATUS: ' FS-FFINIQ
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2600-ESCRIBIR-DOCUMENTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2650-ESCRIBIR-CONCEPTO                                     *
      ******************************************************************
       2650-ESCRIBIR-CONCEPTO.
      *
           WRITE REG-FFINIQ         FROM LINEA-FINIQ-CONCEPTO
      *
           IF FS-FFINIQ NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FFINIQ'
              DISPLAY 'PARRAFO: 2650-ESCRIBIR-CONCEPTO'
              DISPLAY 'FILE STATUS: ' FS-FFINIQ
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2650-ESCRIBIR-CONCEPTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2660-ESCRIBIR-VARIABLE                                     *
      ******************************************************************
       2660-ESCRIBIR-VARIABLE.
      *
           MOVE WK-DESCRIPCION-VAR (WK-IND)
                                      TO CONCEPTO-FCO
           MOVE WK-UNIDADES-VAR (WK-IND)
                                      TO UNIDADES-FCO
           MOVE WK-IMPORTE-VAR (WK-IND)
                                      TO IMPORTE-FCO
      *
           PERFORM 2650-ESCRIBIR-CONCEPTO
              THRU 2650-ESCRIBIR-CONCEPTO-EXIT
      *
           .
       2660-ESCRIBIR-VARIABLE-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2700-ESCRIBIR-PAGO                                         *
      *     LA REGULARIZACION DE UN MES YA PAGADO PUEDE DEJAR EL       *
      *     LIQUIDO A CERO O NEGATIVO: ENTONCES NO HAY ORDEN DE PAGO   *
      ******************************************************************
       2700-ESCRIBIR-PAGO.
      *
           IF WK-NETO NOT > ZEROS
              ADD CT-1                TO CN-SIN-PAGO
              DISPLAY 'FINIQUIT: LIQUIDO NO POSITIVO, SIN ORDEN DE '
                      'PAGO: ' TB-MATRICULA ' ' WK-NETO
              GO TO 2700-ESCRIBIR-PAGO-EXIT
           END-IF
      *
           MOVE TB-MATRICULA          TO MATRICULA-PAG
           MOVE WK-NETO               TO NETO-PAG
      *
           WRITE REG-FPAGOS         FROM LINEA-PAGO
      *
           IF FS-FPAGOS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
              DISPLAY 'PARRAFO: 2700-ESCRIBIR-PAGO'
              DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-PAGOS
           ADD WK-NETO                TO WK-NETO-TOTAL
      *
           .
       2700-ESCRIBIR-PAGO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2900-RECHAZAR-BAJA                                         *
      ******************************************************************
       2900-RECHAZAR-BAJA.
      *
           MOVE MATRICULA-BAJ         TO MATRICULA-RCH
           MOVE FECHA-BAJA-BAJ        TO FECHA-BAJA-RCH
           MOVE MOTIVO-BAJ            TO MOTIVO-BAJA-RCH
           MOVE WK-MOTIVO-RECHAZO     TO MOTIVO-RCH
      *
           WRITE REG-FRECHAZO       FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2900-RECHAZAR-BAJA'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                   TO CN-RECHAZADAS
      *
           .
       2900-RECHAZAR-BAJA-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      *     CADA FINIQUITO SE CONFIRMA AL TERMINARLO: UN ERROR SOLO    *
      *     DESHACE EL EMPLEADO EN CURSO                               *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE NOT = 0
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
      * PIE DE CONTROL DE LAS ORDENES DE PAGO SOLO EN FINAL NORMAL
           IF RETURN-CODE = 0
              MOVE CN-PAGOS           TO CONTADOR-PIE-PAG
              MOVE WK-NETO-TOTAL      TO TOTAL-PIE-PAG
              WRITE REG-FPAGOS      FROM PIE-PAGOS
      *
              IF FS-FPAGOS NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FPAGOS'
                 DISPLAY 'PARRAFO: 3000-FIN'
                 DISPLAY 'FILE STATUS: ' FS-FPAGOS
      *
                 MOVE 8               TO RETURN-CODE
              END-IF
      *
              IF CN-RECHAZADAS > 0
                 AND RETURN-CODE = 0
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF
      *
           CLOSE FPARAMS
                 FBAJAS
                 FFINIQ
                 FPAGOS
                 FRECHAZO
      *
           DISPLAY '***************************************'
           DISPLAY '**D A T O S   F I N I Q U I T        **'
           DISPLAY '***************************************'
           DISPLAY '*SOLICITUDES LEIDAS : ' CN-SOLICITUDES '      *'
           DISPLAY '*FINIQUITOS         : ' CN-FINIQUITOS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADAS '      *'
           DISPLAY '*ORDENES DE PAGO    : ' CN-PAGOS '      *'
           DISPLAY '*SIN ORDEN DE PAGO  : ' CN-SIN-PAGO '      *'
           DISPLAY '*NETO TOTAL         : ' WK-NETO-TOTAL '  *'
           DISPLAY '***************************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9000-LEER-FBAJAS                                           *
      ******************************************************************
       9000-LEER-FBAJAS.
      *
           READ FBAJAS INTO BAJA-ENTRADA
      *
           EVALUATE FS-FBAJAS
              WHEN CT-00
                   ADD CT-1           TO CN-SOLICITUDES
              WHEN CT-10
                   SET SI-FIN-FBAJAS  TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FBAJAS'
                   DISPLAY 'PARRAFO: 9000-LEER-FBAJAS'
                   DISPLAY 'FILE STATUS: ' FS-FBAJAS
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FBAJAS-EXIT.
           EXIT.
