      ******************************************************************
      ** A L T A P O L.-EMISION DE NUEVA PRODUCCION. LEE EL FICHERO   **
      **                DE PROPUESTAS ACEPTADAS POR COMERCIAL Y, PARA **
      **                CADA UNA:                                     **
      **                - COMPRUEBA QUE EL TIPO DE PRODUCTO EXISTE,   **
      **                  QUE LAS FECHAS SON VALIDAS Y QUE LAS        **
      **                  COBERTURAS CORRESPONDEN AL PRODUCTO.        **
      **                - COMPRUEBA QUE LA POLIZA NO EXISTE YA, QUE   **
      **                  EL TOMADOR ESTA EN CLIENTES_MAPFRE Y QUE NO **
      **                  FIGURA EN CLIENTES_BLOQUEADOS.              **
      **                - EN AUTOS EXIGE LOS DATOS DEL VEHICULO       **
      **                  (MATRICULA Y BASTIDOR) QUE SE COMUNICAN AL  **
      **                  FIVA.                                       **
      **                - TARIFICA CON COTIZACIONES (SUMA ASEGURADA   **
      **                  POR PORCENTAJE DEL TIPO), IGUAL QUE ENDOSOS.**
      **                - DA DE ALTA LA POLIZA EN SEGUROS_PEPITO_SEG, **
      **                  SU FILA DE PRODUCTO EN VIDA_MAPFRE,         **
      **                  AUTOS_MAPFRE U HOGAR_MAPFRE Y EL PRIMER     **
      **                  RECIBO DE PRIMA EN RECIBOS_PRIMAS (ESTADO   **
      **                  'E'), QUE COBRODOM ADEUDA POR EL CIRCUITO   **
      **                  NORMAL.                                     **
      **                  EL RECIBO LLEVA EL RECARGO DEL CONSORCIO DE **
      **                  COMPENSACION DE SEGUROS DEL RAMO.           **
      **                CADA PROPUESTA ES UNA UNIDAD DE TRABAJO. LAS  **
      **                EMITIDAS VAN AL REGISTRO DE EMISION Y LAS     **
      **                RECHAZADAS AL FICHERO DE RECHAZOS CON SU      **
      **                MOTIVO.                                       **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   ALTAPOL.
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
           SELECT FPROPUES ASSIGN TO FPROPUES
           FILE STATUS FS-FPROPUES.
      *
           SELECT FEMITIDA ASSIGN TO FEMITIDA
           FILE STATUS FS-FEMITIDA.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FPROPUES
           RECORDING MODE IS F.
       01  REG-FPROPUES               PIC X(0339).
      *    PROPUESTAS DE SEGURO ACEPTADAS PENDIENTES DE EMITIR
      *
       FD FEMITIDA
           RECORDING MODE IS F.
       01  REG-FEMITIDA               PIC X(0080).
      *    REGISTRO DE POLIZAS EMITIDAS EN LA EJECUCION
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0050).
      *    PROPUESTAS RECHAZADAS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FPROPUES            PIC X(02).
           05  FS-FEMITIDA            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-COND-GENERALES      PIC X(60) VALUE
               'CONDICIONES GENERALES DEL PRODUCTO'.
           05  CT-MOTIVO-TIPO         PIC X(30) VALUE
               'TIPO DE PRODUCTO DESCONOCIDO'.
           05  CT-MOTIVO-FECHAS       PIC X(30) VALUE
               'FECHAS DE VIGENCIA NO VALIDAS'.
           05  CT-MOTIVO-SIN-COBERTURA
                                      PIC X(30) VALUE
               'PROPUESTA SIN COBERTURAS'.
           05  CT-MOTIVO-COBERTURA    PIC X(30) VALUE
               'COBERTURA AJENA AL PRODUCTO'.
           05  CT-MOTIVO-DUPLICADA    PIC X(30) VALUE
               'POLIZA YA EXISTENTE'.
           05  CT-MOTIVO-SIN-CLIENTE  PIC X(30) VALUE
               'TOMADOR NO ES CLIENTE'.
           05  CT-MOTIVO-BLOQUEADO    PIC X(30) VALUE
               'TOMADOR BLOQUEADO'.
           05  CT-MOTIVO-SIN-TARIFA   PIC X(30) VALUE
               'SIN TARIFA PARA EL PRODUCTO'.
           05  CT-MOTIVO-SIN-VEHICULO PIC X(30) VALUE
               'AUTOS SIN DATOS DEL VEHICULO'.
      *
      * COBERTURAS QUE ADMITE CADA PRODUCTO. EL CODIGO DE TARIFA ES EL
      * TIPOCOT DE COTIZACIONES (VI=1, AU=2, HO=3, COMO EN ENDOSOS Y
      * RENOVOF).
       01  CT-TABLA-PRODUCTOS.
           05  FILLER              PIC X(13) VALUE 'VI1FAIV      '.
           05  FILLER              PIC X(13) VALUE 'AU2COLURORCIN'.
           05  FILLER              PIC X(13) VALUE 'HO3INRODARCLU'.
       01  CT-TABLA-PRODUCTOS-R REDEFINES CT-TABLA-PRODUCTOS.
           05  PRODUCTOS-TB OCCURS 3.
               10  TIPO-PROD-TB       PIC X(02).
               10  TIPOCOT-PROD-TB    PIC 9(01).
               10  COBERTURA-PROD-TB  PIC X(02) OCCURS 5.
      *
       01  CN-CONTADORES.
           05  CN-PROPUESTAS-LEIDAS   PIC 9(05).
           05  CN-POLIZAS-EMITIDAS    PIC 9(05).
           05  CN-PROPUESTAS-RECHAZ   PIC 9(05).
      *
      * REGISTRO DEL FICHERO DE PROPUESTAS
       01  DATOS-PROPUESTA.
           05  POLIZA-PRO             PIC X(09).
           05  TIPO-PRO               PIC X(02).
           05  FECHA-INICIO-PRO       PIC X(10).
           05  FECHA-VENCIMIENTO-PRO  PIC X(10).
           05  DNI-PRO                PIC X(09).
           05  COBERTURAS-PRO OCCURS 4.
               10  COB-TIPO-PRO       PIC X(02).
               10  COB-IMPORTE-PRO    PIC S9(13)V9(2).
               10  COB-FRANQUICIA-PRO PIC S9(13)V9(2).
           05  EDAD-PRO               PIC 9(03).
           05  CATEGORIA-PRO          PIC X(21).
           05  CONTENIENTE-PRO        PIC S9(13)V9(2).
           05  CONTENIDO-PRO          PIC S9(13)V9(2).
           05  COND-PART-PRO          PIC X(60).
           05  MATRICULA-PRO          PIC X(10).
           05  MARCA-MODELO-PRO       PIC X(30).
           05  BASTIDOR-PRO           PIC X(17).
      *
       01  WK-VARIABLES.
           05  WK-SUMA-ASEGURADA      PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA               PIC S9(13)V9(2) COMP-3.
           05  WK-NUM-RECIBO          PIC S9(09) COMP.
           05  WK-PORCENT-RECARGO     PIC S9(03)V9(2) COMP-3.
           05  WK-RECARGO             PIC S9(13)V9(2) COMP-3.
           05  WK-CONTADOR            PIC S9(09) COMP.
           05  WK-COBERTURAS          PIC X(11).
           05  WK-MOTIVO              PIC X(30).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-PROD               PIC 9(02).
           05  IND-COB                PIC 9(02).
      *
       COPY CPYFECHA.
      *
       01  LINEA-EMITIDA.
           05  POLIZA-EMI             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-EMI               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-EMI                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SUMA-EMI               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-EMI              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECIBO-EMI             PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
      *
       01  LINEA-RECHAZO.
           05  POLIZA-RECH            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(30).
           05  FILLER                 PIC X(09) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FPROPUES        PIC X(01).
               88  SI-FIN-FPROPUES              VALUE 'S'.
               88  NO-FIN-FPROPUES              VALUE 'N'.
           05  SW-PROPUESTA-VALIDA    PIC X(01).
               88  SI-PROPUESTA-VALIDA          VALUE 'S'.
               88  NO-PROPUESTA-VALIDA          VALUE 'N'.
           05  SW-COBERTURA-ADMITIDA  PIC X(01).
               88  SI-COBERTURA-ADMITIDA        VALUE 'S'.
               88  NO-COBERTURA-ADMITIDA        VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_PEPITO_SEG--*
      *
           EXEC SQL
               INCLUDE TBSEGFIN
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAPFRE-----*
      *
           EXEC SQL
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_BLOQUEADOS-*
      *
           EXEC SQL
               INCLUDE TBCLIBLQ
           END-EXEC.
      *
      *--------DCLGEN COTIZACIONES--------*
      *
           EXEC SQL
               INCLUDE TBCOTYZ
           END-EXEC.
      *
      *--------DCLGEN VIDA_MAPFRE---------*
      *
           EXEC SQL
               INCLUDE TBVIDFIN
           END-EXEC.
      *
      *--------DCLGEN AUTOS_MAPFRE--------*
      *
           EXEC SQL
               INCLUDE TBAUTFIN
           END-EXEC.
      *
      *--------DCLGEN HOGAR_MAPFRE--------*
      *
           EXEC SQL
               INCLUDE TBHOGFIN
           END-EXEC.
      *
      *--------DCLGEN RECIBOS_PRIMAS------*
      *
           EXEC SQL
               INCLUDE TBRECIBO
           END-EXEC.
      *
      *--------DCLGEN RECARGOS_CONSORCIO--*
      *
           EXEC SQL
               INCLUDE TBRECCON
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
             UNTIL SI-FIN-FPROPUES
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
                      DATOS-PROPUESTA
                      WK-VARIABLES
                      DCLSEGUROS-PEPITO-SEG
                      DCLCLIENTES-MAPFRE
                      DCLCLIENTES-BLOQUEADOS
                      DCLCOTIZACIONES
                      DCLVIDA-MAPFRE
                      DCLAUTOS-MAPFRE
                      DCLHOGAR-MAPFRE
                      DCLRECIBOS-PRIMAS
                      DCLRECARGOS-CONSORCIO
      *
           SET NO-FIN-FPROPUES           TO TRUE
      *
           OPEN INPUT  FPROPUES
           OPEN OUTPUT FEMITIDA
                       FRECHAZO
      *
           IF FS-FPROPUES NOT = CT-00
              OR FS-FEMITIDA NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FPROPUES ' ' FS-FEMITIDA
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FPROPUES
              THRU 9000-LEER-FPROPUES-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     VALIDAR LA PROPUESTA EN CURSO Y, SI PASA TODOS LOS         *
      *     CONTROLES, TARIFICARLA Y DARLA DE ALTA EN UNA UNIDAD DE    *
      *     TRABAJO.                                                   *
      ******************************************************************
       2000-PROCESO.
      *
           SET SI-PROPUESTA-VALIDA       TO TRUE
           INITIALIZE WK-MOTIVO
      *
           PERFORM 2100-VALIDAR-PRODUCTO
              THRU 2100-VALIDAR-PRODUCTO-EXIT
      *
           IF SI-PROPUESTA-VALIDA
              PERFORM 2200-VALIDAR-FECHAS
                 THRU 2200-VALIDAR-FECHAS-EXIT
           END-IF
      *
           IF SI-PROPUESTA-VALIDA
              PERFORM 2300-VALIDAR-COBERTURAS
                 THRU 2300-VALIDAR-COBERTURAS-EXIT
           END-IF
      *
           IF SI-PROPUESTA-VALIDA
              PERFORM 2400-VALIDAR-TOMADOR
                 THRU 2400-VALIDAR-TOMADOR-EXIT
           END-IF
      *
           IF SI-PROPUESTA-VALIDA
              PERFORM 2500-TARIFICAR
                 THRU 2500-TARIFICAR-EXIT
           END-IF
      *
           IF NO-PROPUESTA-VALIDA
              MOVE POLIZA-PRO            TO POLIZA-RECH
              MOVE WK-MOTIVO             TO MOTIVO-RECH
              PERFORM 2800-ESCRIBIR-RECHAZO
                 THRU 2800-ESCRIBIR-RECHAZO-EXIT
      *
              GO TO 2000-PROCESO-AVANZAR
           END-IF
      *
           PERFORM 2600-ALTA-POLIZA
              THRU 2600-ALTA-POLIZA-EXIT
      *
           PERFORM 2650-ALTA-PRODUCTO
              THRU 2650-ALTA-PRODUCTO-EXIT
      *
           PERFORM 2680-EMITIR-RECIBO
              THRU 2680-EMITIR-RECIBO-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-POLIZAS-EMITIDAS
      *
           PERFORM 2700-INFORMAR-EMISION
              THRU 2700-INFORMAR-EMISION-EXIT
      *
           .
       2000-PROCESO-AVANZAR.
      *
           PERFORM 9000-LEER-FPROPUES
              THRU 9000-LEER-FPROPUES-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-PRODUCTO                                      *
      *     EL TIPO DE LA PROPUESTA DEBE ESTAR EN LA TABLA DE          *
      *     PRODUCTOS; DE ELLA SALE SU CODIGO DE TARIFA. LAS DE AUTOS  *
      *     DEBEN TRAER MATRICULA Y BASTIDOR.                          *
      ******************************************************************
       2100-VALIDAR-PRODUCTO.
      *
           MOVE ZEROS                    TO IND-PROD
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 3
              IF TIPO-PRO = TIPO-PROD-TB (IND)
                 MOVE IND                TO IND-PROD
              END-IF
           END-PERFORM
      *
           IF IND-PROD = ZEROS
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-TIPO        TO WK-MOTIVO
              GO TO 2100-VALIDAR-PRODUCTO-EXIT
           END-IF
      *
      *    EL VEHICULO ASEGURADO SE NOTIFICA AL FIVA: SIN MATRICULA NI
      *    BASTIDOR LA POLIZA DE AUTOS NO SE PUEDE EMITIR
           IF TIPO-PRO = 'AU'
              AND (MATRICULA-PRO = SPACES OR BASTIDOR-PRO = SPACES)
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-SIN-VEHICULO TO WK-MOTIVO
           END-IF
      *
           .
       2100-VALIDAR-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-VALIDAR-FECHAS                                        *
      *     INICIO Y VENCIMIENTO DEBEN SER FECHAS VALIDAS Y EL         *
      *     VENCIMIENTO POSTERIOR AL INICIO.                           *
      ******************************************************************
       2200-VALIDAR-FECHAS.
      *
           INITIALIZE CPYFECHA
           MOVE 'D'                      TO OPCION-FEC
           MOVE FECHA-INICIO-PRO         TO FECHA-E-FEC
           MOVE FECHA-VENCIMIENTO-PRO    TO FECHA-E2-FEC
      *
           CALL 'RUTFECHA' USING CPYFECHA
      *
           EVALUATE RETORNO-FEC
               WHEN '00'
                    CONTINUE
               WHEN '04'
                    SET NO-PROPUESTA-VALIDA TO TRUE
                    MOVE CT-MOTIVO-FECHAS   TO WK-MOTIVO
                    GO TO 2200-VALIDAR-FECHAS-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN RUTFECHA'
                    DISPLAY 'PARRAFO: 2200-VALIDAR-FECHAS'
                    DISPLAY 'SQLCODE: ' SQLCODE-FEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF DIAS-S-FEC <= 0
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-FECHAS      TO WK-MOTIVO
           END-IF
      *
           .
       2200-VALIDAR-FECHAS-EXIT.
           EXIT.
      ******************************************************************
      *     2300-VALIDAR-COBERTURAS                                    *
      *     LA PROPUESTA DEBE TRAER AL MENOS UNA COBERTURA Y TODAS LAS *
      *     QUE TRAE DEBEN SER DE LAS QUE ADMITE EL PRODUCTO.          *
      ******************************************************************
       2300-VALIDAR-COBERTURAS.
      *
           MOVE ZEROS                    TO WK-SUMA-ASEGURADA
      *
           PERFORM 2310-VALIDAR-COBERTURA
              THRU 2310-VALIDAR-COBERTURA-EXIT
           VARYING IND-COB FROM 1 BY 1
             UNTIL IND-COB > 4
                OR NO-PROPUESTA-VALIDA
      *
           IF SI-PROPUESTA-VALIDA
              AND WK-SUMA-ASEGURADA = ZEROS
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-SIN-COBERTURA
                                         TO WK-MOTIVO
           END-IF
      *
           .
       2300-VALIDAR-COBERTURAS-EXIT.
           EXIT.
      ******************************************************************
      *     2310-VALIDAR-COBERTURA                                     *
      ******************************************************************
       2310-VALIDAR-COBERTURA.
      *
           IF COB-TIPO-PRO (IND-COB) = SPACES
              GO TO 2310-VALIDAR-COBERTURA-EXIT
           END-IF
      *
           SET NO-COBERTURA-ADMITIDA     TO TRUE
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 5
              IF COB-TIPO-PRO (IND-COB) =
                 COBERTURA-PROD-TB (IND-PROD, IND)
                 SET SI-COBERTURA-ADMITIDA TO TRUE
              END-IF
           END-PERFORM
      *
           IF NO-COBERTURA-ADMITIDA
              OR COB-IMPORTE-PRO (IND-COB) NOT > ZEROS
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-COBERTURA   TO WK-MOTIVO
              GO TO 2310-VALIDAR-COBERTURA-EXIT
           END-IF
      *
           ADD COB-IMPORTE-PRO (IND-COB) TO WK-SUMA-ASEGURADA
      *
           .
       2310-VALIDAR-COBERTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-VALIDAR-TOMADOR                                       *
      *     LA POLIZA NO PUEDE EXISTIR YA, EL TOMADOR DEBE SER CLIENTE *
      *     Y NO PUEDE ESTAR EN LA LISTA DE CLIENTES BLOQUEADOS.       *
      ******************************************************************
       2400-VALIDAR-TOMADOR.
      *
           MOVE POLIZA-PRO               TO TB-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-CONTADOR
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :TB-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-VALIDAR-TOMADOR'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-CONTADOR > 0
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-DUPLICADA   TO WK-MOTIVO
              GO TO 2400-VALIDAR-TOMADOR-EXIT
           END-IF
      *
           MOVE DNI-PRO                  TO TB-DNI
      *
           EXEC SQL
               SELECT NOMBRE
                 INTO :TB-NOMBRE
                 FROM CLIENTES_MAPFRE
                WHERE DNI = :TB-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-PROPUESTA-VALIDA TO TRUE
                    MOVE CT-MOTIVO-SIN-CLIENTE
                                         TO WK-MOTIVO
                    GO TO 2400-VALIDAR-TOMADOR-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-VALIDAR-TOMADOR'
                    DISPLAY 'TABLA: CLIENTES_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE DNI-PRO                  TO BL-DNI
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-CONTADOR
                 FROM CLIENTES_BLOQUEADOS
                WHERE DNI = :BL-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-VALIDAR-TOMADOR'
              DISPLAY 'TABLA: CLIENTES_BLOQUEADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-CONTADOR > 0
              SET NO-PROPUESTA-VALIDA    TO TRUE
              MOVE CT-MOTIVO-BLOQUEADO   TO WK-MOTIVO
           END-IF
      *
           .
       2400-VALIDAR-TOMADOR-EXIT.
           EXIT.
      ******************************************************************
      *     2500-TARIFICAR                                             *
      *     PRIMA ANUAL = SUMA ASEGURADA DE LAS COBERTURAS POR EL      *
      *     PORCENTAJE DE COTIZACIONES DEL TIPO. SIN TARIFA NO SE      *
      *     EMITE.                                                     *
      ******************************************************************
       2500-TARIFICAR.
      *
           MOVE TIPOCOT-PROD-TB (IND-PROD)
                                         TO TB-TIPOCOT
      *
           EXEC SQL
               SELECT PORCENTAGE
                 INTO :TB-PORCENTAGE
                 FROM COTIZACIONES
                WHERE TIPOCOT = :TB-TIPOCOT
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET NO-PROPUESTA-VALIDA TO TRUE
                    MOVE CT-MOTIVO-SIN-TARIFA
                                         TO WK-MOTIVO
                    GO TO 2500-TARIFICAR-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2500-TARIFICAR'
                    DISPLAY 'TABLA: COTIZACIONES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           COMPUTE WK-PRIMA ROUNDED =
                   WK-SUMA-ASEGURADA * TB-PORCENTAGE / 100
      *
           .
       2500-TARIFICAR-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ALTA-POLIZA                                           *
      ******************************************************************
       2600-ALTA-POLIZA.
      *
           MOVE POLIZA-PRO               TO TB-NUMERO-POLIZA
           MOVE TIPO-PRO                 TO TB-TIPO
           MOVE FECHA-INICIO-PRO         TO TB-FECHA-INICIO
                                         OF DCLSEGUROS-PEPITO-SEG
           MOVE FECHA-VENCIMIENTO-PRO    TO TB-FECHA-VENCIMIENTO
                                         OF DCLSEGUROS-PEPITO-SEG
           MOVE DNI-PRO                  TO TB-DNI-CL
      *
           IF COND-PART-PRO = SPACES
              MOVE CT-COND-GENERALES     TO TB-COND-PART-TEXT
           ELSE
              MOVE COND-PART-PRO         TO TB-COND-PART-TEXT
           END-IF
           MOVE LENGTH OF COND-PART-PRO  TO TB-COND-PART-LEN
      *
           MOVE COB-TIPO-PRO (1)         TO TB-COBERTURA1-TIPO
           MOVE COB-IMPORTE-PRO (1)      TO TB-COBERTURA1-IMPORTE
           MOVE COB-FRANQUICIA-PRO (1)   TO TB-COBERTURA1-FRANQUICIA
           MOVE COB-TIPO-PRO (2)         TO TB-COBERTURA2-TIPO
           MOVE COB-IMPORTE-PRO (2)      TO TB-COBERTURA2-IMPORTE
           MOVE COB-FRANQUICIA-PRO (2)   TO TB-COBERTURA2-FRANQUICIA
           MOVE COB-TIPO-PRO (3)         TO TB-COBERTURA3-TIPO
           MOVE COB-IMPORTE-PRO (3)      TO TB-COBERTURA3-IMPORTE
           MOVE COB-FRANQUICIA-PRO (3)   TO TB-COBERTURA3-FRANQUICIA
           MOVE COB-TIPO-PRO (4)         TO TB-COBERTURA4-TIPO
           MOVE COB-IMPORTE-PRO (4)      TO TB-COBERTURA4-IMPORTE
           MOVE COB-FRANQUICIA-PRO (4)   TO TB-COBERTURA4-FRANQUICIA
      *
           EXEC SQL
               INSERT INTO SEGUROS_PEPITO_SEG
                      (NUMERO_POLIZA
                      ,TIPO
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO
                      ,COND_PART
                      ,DNI_CL
                      ,COBERTURA1_TIPO
                      ,COBERTURA1_IMPORTE
                      ,COBERTURA2_TIPO
                      ,COBERTURA2_IMPORTE
                      ,COBERTURA3_TIPO
                      ,COBERTURA3_IMPORTE
                      ,COBERTURA4_TIPO
                      ,COBERTURA4_IMPORTE
                      ,COBERTURA1_FRANQUICIA
                      ,COBERTURA2_FRANQUICIA
                      ,COBERTURA3_FRANQUICIA
                      ,COBERTURA4_FRANQUICIA)
                      VALUES(
                       :TB-NUMERO-POLIZA
                      ,:TB-TIPO
                      ,:DCLSEGUROS-PEPITO-SEG.TB-FECHA-INICIO
                      ,:DCLSEGUROS-PEPITO-SEG.TB-FECHA-VENCIMIENTO
                      ,:TB-COND-PART
                      ,:TB-DNI-CL
                      ,:TB-COBERTURA1-TIPO
                      ,:TB-COBERTURA1-IMPORTE
                      ,:TB-COBERTURA2-TIPO
                      ,:TB-COBERTURA2-IMPORTE
                      ,:TB-COBERTURA3-TIPO
                      ,:TB-COBERTURA3-IMPORTE
                      ,:TB-COBERTURA4-TIPO
                      ,:TB-COBERTURA4-IMPORTE
                      ,:TB-COBERTURA1-FRANQUICIA
                      ,:TB-COBERTURA2-FRANQUICIA
                      ,:TB-COBERTURA3-FRANQUICIA
                      ,:TB-COBERTURA4-FRANQUICIA)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2600-ALTA-POLIZA'
              DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
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
       2600-ALTA-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2650-ALTA-PRODUCTO                                         *
      *     FILA DE LA POLIZA EN LA TABLA DE SU PRODUCTO CON LA PRIMA  *
      *     CALCULADA Y LA LISTA DE COBERTURAS CONTRATADAS.            *
      ******************************************************************
       2650-ALTA-PRODUCTO.
      *
           INITIALIZE WK-COBERTURAS
      *
           STRING COB-TIPO-PRO (1) ' '
                  COB-TIPO-PRO (2) ' '
                  COB-TIPO-PRO (3) ' '
                  COB-TIPO-PRO (4)
                  DELIMITED BY SIZE
             INTO WK-COBERTURAS
           END-STRING
      *
           EVALUATE TIPO-PRO
               WHEN 'VI'
                    PERFORM 2655-ALTA-VIDA
                       THRU 2655-ALTA-VIDA-EXIT
               WHEN 'AU'
                    PERFORM 2660-ALTA-AUTOS
                       THRU 2660-ALTA-AUTOS-EXIT
               WHEN 'HO'
                    PERFORM 2665-ALTA-HOGAR
                       THRU 2665-ALTA-HOGAR-EXIT
           END-EVALUATE
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2650-ALTA-PRODUCTO'
              DISPLAY 'TABLA: ' TIPO-PRO '_MAPFRE'
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
       2650-ALTA-PRODUCTO-EXIT.
           EXIT.
      ******************************************************************
      *     2655-ALTA-VIDA                                             *
      ******************************************************************
       2655-ALTA-VIDA.
      *
           MOVE POLIZA-PRO               TO TB-POLIZA
                                         OF DCLVIDA-MAPFRE
           MOVE WK-PRIMA                 TO TB-PRIMA
                                         OF DCLVIDA-MAPFRE
           MOVE EDAD-PRO                 TO TB-EDAD
                                         OF DCLVIDA-MAPFRE
           MOVE WK-COBERTURAS            TO TB-COBERTURAS-TEXT
                                         OF DCLVIDA-MAPFRE
           MOVE LENGTH OF WK-COBERTURAS  TO TB-COBERTURAS-LEN
                                         OF DCLVIDA-MAPFRE
           MOVE FECHA-INICIO-PRO         TO TB-FECHA-INICIO
                                         OF DCLVIDA-MAPFRE
           MOVE FECHA-VENCIMIENTO-PRO    TO TB-FECHA-VENCIMIENTO
                                         OF DCLVIDA-MAPFRE
      *
           EXEC SQL
               INSERT INTO VIDA_MAPFRE
                      (POLIZA
                      ,PRIMA
                      ,EDAD
                      ,COBERTURAS
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO)
                      VALUES(
                       :DCLVIDA-MAPFRE.TB-POLIZA
                      ,:DCLVIDA-MAPFRE.TB-PRIMA
                      ,:DCLVIDA-MAPFRE.TB-EDAD
                      ,:DCLVIDA-MAPFRE.TB-COBERTURAS
                      ,:DCLVIDA-MAPFRE.TB-FECHA-INICIO
                      ,:DCLVIDA-MAPFRE.TB-FECHA-VENCIMIENTO)
           END-EXEC
      *
           .
       2655-ALTA-VIDA-EXIT.
           EXIT.
      ******************************************************************
      *     2660-ALTA-AUTOS                                            *
      ******************************************************************
       2660-ALTA-AUTOS.
      *
           MOVE POLIZA-PRO               TO AU-POLIZA
           MOVE WK-PRIMA                 TO AU-PRIMA
           MOVE EDAD-PRO                 TO AU-EDAD
           MOVE CATEGORIA-PRO            TO AU-CATEGORIA
           MOVE WK-COBERTURAS            TO AU-COBERTURAS-TEXT
           MOVE LENGTH OF WK-COBERTURAS  TO AU-COBERTURAS-LEN
           MOVE FECHA-INICIO-PRO         TO AU-FECHA-INICIO
           MOVE FECHA-VENCIMIENTO-PRO    TO AU-FECHA-VENCIMIENTO
           MOVE MATRICULA-PRO            TO AU-MATRICULA
           MOVE MARCA-MODELO-PRO         TO AU-MARCA-MODELO
           MOVE BASTIDOR-PRO             TO AU-BASTIDOR
      *
           EXEC SQL
               INSERT INTO AUTOS_MAPFRE
                      (POLIZA
                      ,PRIMA
                      ,EDAD
                      ,CATEGORIA
                      ,COBERTURAS
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO
                      ,MATRICULA
                      ,MARCA_MODELO
                      ,BASTIDOR)
                      VALUES(
                       :AU-POLIZA
                      ,:AU-PRIMA
                      ,:AU-EDAD
                      ,:AU-CATEGORIA
                      ,:AU-COBERTURAS
                      ,:AU-FECHA-INICIO
                      ,:AU-FECHA-VENCIMIENTO
                      ,:AU-MATRICULA
                      ,:AU-MARCA-MODELO
                      ,:AU-BASTIDOR)
           END-EXEC
      *
           .
       2660-ALTA-AUTOS-EXIT.
           EXIT.
      ******************************************************************
      *     2665-ALTA-HOGAR                                            *
      ******************************************************************
       2665-ALTA-HOGAR.
      *
           MOVE POLIZA-PRO               TO TB-POLIZA
                                         OF DCLHOGAR-MAPFRE
           MOVE WK-PRIMA                 TO TB-PRIMA
                                         OF DCLHOGAR-MAPFRE
           MOVE CONTENIENTE-PRO          TO TB-CONTENIENTE
           MOVE CONTENIDO-PRO            TO TB-CONTENIDO
           MOVE WK-COBERTURAS            TO TB-COBERTURAS-TEXT
                                         OF DCLHOGAR-MAPFRE
           MOVE LENGTH OF WK-COBERTURAS  TO TB-COBERTURAS-LEN
                                         OF DCLHOGAR-MAPFRE
           MOVE FECHA-INICIO-PRO         TO TB-FECHA-INICIO
                                         OF DCLHOGAR-MAPFRE
           MOVE FECHA-VENCIMIENTO-PRO    TO TB-FECHA-VENCIMIENTO
                                         OF DCLHOGAR-MAPFRE
      *
           EXEC SQL
               INSERT INTO HOGAR_MAPFRE
                      (POLIZA
                      ,PRIMA
                      ,CONTENIENTE
                      ,CONTENIDO
                      ,COBERTURAS
                      ,FECHA_INICIO
                      ,FECHA_VENCIMIENTO)
                      VALUES(
                       :DCLHOGAR-MAPFRE.TB-POLIZA
                      ,:DCLHOGAR-MAPFRE.TB-PRIMA
                      ,:DCLHOGAR-MAPFRE.TB-CONTENIENTE
                      ,:DCLHOGAR-MAPFRE.TB-CONTENIDO
                      ,:DCLHOGAR-MAPFRE.TB-COBERTURAS
                      ,:DCLHOGAR-MAPFRE.TB-FECHA-INICIO
                      ,:DCLHOGAR-MAPFRE.TB-FECHA-VENCIMIENTO)
           END-EXEC
      *
           .
       2665-ALTA-HOGAR-EXIT.
           EXIT.
      ******************************************************************
      *     2680-EMITIR-RECIBO                                         *
      *     EL PRIMER RECIBO DE PRIMA ENTRA EN RECIBOS_PRIMAS CON EL   *
      *     PERIODO DE LA FECHA DE INICIO: COBRODOM LO ADEUDA POR EL   *
      *     CIRCUITO NORMAL Y EMIRECI YA NO LO DUPLICA.                *
      ******************************************************************
       2680-EMITIR-RECIBO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_RECIBO), 0) + 1
                 INTO :WK-NUM-RECIBO
                 FROM RECIBOS_PRIMAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2680-EMITIR-RECIBO'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
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
           MOVE WK-NUM-RECIBO            TO RB-NUM-RECIBO
           MOVE POLIZA-PRO               TO RB-NUMERO-POLIZA
           MOVE FECHA-INICIO-PRO (1:7)   TO RB-PERIODO
           MOVE WK-PRIMA                 TO RB-IMPORTE
           MOVE 'E'                      TO RB-ESTADO
      *
           PERFORM 2690-CALCULAR-RECARGO
              THRU 2690-CALCULAR-RECARGO-EXIT
      *
           MOVE WK-RECARGO               TO RB-RECARGO-CONSORCIO
           MOVE SPACES                   TO RB-TRIM-CONSORCIO
      *
           EXEC SQL
               INSERT INTO RECIBOS_PRIMAS
                      (NUM_RECIBO
                      ,NUMERO_POLIZA
                      ,PERIODO
                      ,IMPORTE
                      ,ESTADO
                      ,FECHA_EMISION
                      ,FECHA_ESTADO
                      ,RECARGO_CONSORCIO
                      ,TRIM_CONSORCIO)
                      VALUES(
                       :RB-NUM-RECIBO
                      ,:RB-NUMERO-POLIZA
                      ,:RB-PERIODO
                      ,:RB-IMPORTE
                      ,:RB-ESTADO
                      ,CURRENT DATE
                      ,CURRENT DATE
                      ,:RB-RECARGO-CONSORCIO
                      ,:RB-TRIM-CONSORCIO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2680-EMITIR-RECIBO'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
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
       2680-EMITIR-RECIBO-EXIT.
           EXIT.
      ******************************************************************
      *     2690-CALCULAR-RECARGO                                      *
      *     RECARGO DEL CONSORCIO: PORCENTAJE DEL RAMO VIGENTE A LA    *
      *     FECHA DE EMISION SOBRE LA PRIMA DEL RECIBO. SIN FILA       *
      *     VIGENTE PARA EL RAMO EL RECIBO NO LLEVA RECARGO.           *
      ******************************************************************
       2690-CALCULAR-RECARGO.
      *
           MOVE TIPO-PRO                 TO CS-TIPO-POLIZA
      *
           EXEC SQL
               SELECT PORCENT_RECARGO
                 INTO :WK-PORCENT-RECARGO
                 FROM RECARGOS_CONSORCIO
                WHERE TIPO_POLIZA = :CS-TIPO-POLIZA
                  AND FECHA_INICIO <= CURRENT DATE
                  AND FECHA_FIN >= CURRENT DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO WK-PORCENT-RECARGO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2690-CALCULAR-RECARGO'
                    DISPLAY 'TABLA: RECARGOS_CONSORCIO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           COMPUTE WK-RECARGO ROUNDED =
                   WK-PRIMA * WK-PORCENT-RECARGO / 100
      *
           .
       2690-CALCULAR-RECARGO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-INFORMAR-EMISION                                      *
      ******************************************************************
       2700-INFORMAR-EMISION.
      *
           MOVE POLIZA-PRO               TO POLIZA-EMI
           MOVE TIPO-PRO                 TO TIPO-EMI
           MOVE DNI-PRO                  TO DNI-EMI
           MOVE WK-SUMA-ASEGURADA        TO SUMA-EMI
           MOVE WK-PRIMA                 TO PRIMA-EMI
           MOVE WK-NUM-RECIBO            TO RECIBO-EMI
      *
           WRITE REG-FEMITIDA FROM LINEA-EMITIDA
      *
           IF FS-FEMITIDA NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMITIDA'
              DISPLAY 'PARRAFO: 2700-INFORMAR-EMISION'
              DISPLAY 'FILE STATUS: ' FS-FEMITIDA
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-INFORMAR-EMISION-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2800-ESCRIBIR-RECHAZO.
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-PROPUESTAS-RECHAZ
      *
           .
       2800-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FPROPUES
                 FEMITIDA
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   A L T A P O L      **'
           DISPLAY '***********************************'
           DISPLAY '*PROPUESTAS LEIDAS  : ' CN-PROPUESTAS-LEIDAS
                   '      *'
           DISPLAY '*POLIZAS EMITIDAS   : ' CN-POLIZAS-EMITIDAS
                   '      *'
           DISPLAY '*PROPUESTAS RECHAZ. : ' CN-PROPUESTAS-RECHAZ
                   '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FPROPUES                                         *
      ******************************************************************
       9000-LEER-FPROPUES.
      *
           READ FPROPUES INTO DATOS-PROPUESTA
      *
           EVALUATE FS-FPROPUES
               WHEN CT-00
                    ADD CT-1             TO CN-PROPUESTAS-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FPROPUES  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FPROPUES'
                    DISPLAY 'PARRAFO: 9000-LEER-FPROPUES'
                    DISPLAY 'FILE STATUS: ' FS-FPROPUES
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FPROPUES-EXIT.
           EXIT.
      *
