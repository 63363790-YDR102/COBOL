      ******************************************************************
      ** C O N D P A R T.-GENERACION DE LAS CONDICIONES PARTICULARES  **
      **                  DE LA POLIZA A PARTIR DE SEGUROS_PEPITO_SEG.**
      **                  CADA DOCUMENTO LLEVA:                       **
      **                  - EL NUMERO DE ENDOSO QUE REFLEJA (EL       **
      **                    ULTIMO DE SEGUROS_ENDOSOS, 0 SI LA POLIZA **
      **                    NO SE HA MODIFICADO DESDE SU EMISION).    **
      **                  - LOS DATOS DEL TOMADOR DE                  **
      **                    CLIENTES_PEPITO_SEG.                      **
      **                  - LAS COBERTURAS 1 A 4 CON SU SUMA          **
      **                    ASEGURADA Y SU FRANQUICIA.                **
      **                  - LA PRIMA DE LA TABLA DEL PRODUCTO         **
      **                    (VIDA_MAPFRE, AUTOS_MAPFRE, HOGAR_MAPFRE).**
      **                  - EN VIDA, LOS BENEFICIARIOS DE             **
      **                    BENEFICIARIOS_VIDA CON SU PORCENTAJE.     **
      **                  DOS MODOS POR SYSIN:                        **
      **                  - 'L' A PETICION: LAS POLIZAS DEL FICHERO   **
      **                    FPOLIZAS.                                 **
      **                  - 'E' (POR DEFECTO) AUTOMATICO: TODAS LAS   **
      **                    POLIZAS CON UN ENDOSO DE EFECTO EN LA     **
      **                    FECHA DE PROCESO (SYSIN O LA DEL DIA).    **
      **                  UNA POLIZA INEXISTENTE O SIN TOMADOR SE     **
      **                  AVISA Y TERMINA CON RC 4.                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CONDPART.
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
           SELECT FPOLIZAS ASSIGN TO FPOLIZAS
           FILE STATUS FS-FPOLIZAS.
      *
           SELECT FCONDPAR ASSIGN TO FCONDPAR
           FILE STATUS FS-FCONDPAR.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FPOLIZAS
           RECORDING MODE IS F.
       01  REG-FPOLIZAS               PIC X(0009).
      *    POLIZAS PEDIDAS (SOLO EN MODO 'L')
      *
       FD FCONDPAR
           RECORDING MODE IS F.
       01  REG-FCONDPAR               PIC X(0120).
      *    DOCUMENTOS DE CONDICIONES PARTICULARES
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FPOLIZAS            PIC X(02).
           05  FS-FCONDPAR            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MODO-LISTA          PIC X(01) VALUE 'L'.
           05  CT-MODO-ENDOSOS        PIC X(01) VALUE 'E'.
      *
      * DESCRIPCION DE LOS TIPOS DE COBERTURA. UN TIPO QUE NO FIGURA
      * SE IMPRIME SOLO CON SU CODIGO.
       01  CT-TABLA-COBERTURAS.
           05  FILLER              PIC X(27) VALUE
               'ININCENDIO                 '.
           05  FILLER              PIC X(27) VALUE
               'ROROBO                     '.
           05  FILLER              PIC X(27) VALUE
               'DADANOS POR AGUA           '.
           05  FILLER              PIC X(27) VALUE
               'COCOLISION                 '.
           05  FILLER              PIC X(27) VALUE
               'LULUNAS                    '.
           05  FILLER              PIC X(27) VALUE
               'FAFALLECIMIENTO            '.
           05  FILLER              PIC X(27) VALUE
               'IVINVALIDEZ                '.
           05  FILLER              PIC X(27) VALUE
               'RCRESPONSABILIDAD CIVIL    '.
       01  CT-TABLA-COBERTURAS-R REDEFINES CT-TABLA-COBERTURAS.
           05  COBERTURAS-TB OCCURS 8.
               10  CODIGO-COBERTURA-TB            PIC X(02).
               10  TEXTO-COBERTURA-TB             PIC X(25).
      *
       01  CN-CONTADORES.
           05  CN-POLIZAS-LEIDAS      PIC 9(05).
           05  CN-DOCUMENTOS          PIC 9(05).
           05  CN-NO-EXISTE           PIC 9(05).
           05  CN-SIN-TOMADOR         PIC 9(05).
           05  CN-SIN-PRIMA           PIC 9(05).
           05  CN-BENEFICIARIOS       PIC 9(05).
      *
       01  WK-PARM-SYSIN.
           05  WK-MODO-E              PIC X(01).
           05  WK-FECHA-E             PIC X(10).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-PROCESO       PIC X(10).
           05  WK-POLIZA              PIC X(09).
           05  WK-PRIMA               PIC S9(13)V9(2) COMP-3.
           05  WK-NUM-BENEF           PIC S9(09) COMP.
           05  WK-COB-TIPO            PIC X(02).
           05  WK-COB-IMPORTE         PIC S9(13)V9(2) COMP-3.
           05  WK-COB-FRANQUICIA      PIC S9(13)V9(2) COMP-3.
      * DATOS DEL TOMADOR (CLIENTES_PEPITO_SEG)
           05  WK-NOMBRE-CL           PIC X(25).
           05  WK-APELLIDO-1          PIC X(25).
           05  WK-APELLIDO-2          PIC X(25).
           05  WK-CLASE-VIA           PIC X(25).
           05  WK-NOMBRE-VIA          PIC X(55).
           05  WK-NUMERO-VIA          PIC S9(09) COMP.
           05  WK-COD-POSTAL          PIC X(05).
           05  WK-CIUDAD              PIC X(25).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
      * LINEAS DEL DOCUMENTO
       01  LINEA-SEPARADOR            PIC X(120) VALUE ALL '='.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(40) VALUE
               'CONDICIONES PARTICULARES DE LA POLIZA   '.
           05  FILLER                 PIC X(15) VALUE
               'EMITIDAS EL:   '.
           05  FECHA-TIT              PIC X(10).
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LINEA-POLIZA.
           05  FILLER                 PIC X(08) VALUE 'POLIZA: '.
           05  POLIZA-POL             PIC X(09).
           05  FILLER                 PIC X(08) VALUE '  RAMO: '.
           05  RAMO-POL               PIC X(02).
           05  FILLER                 PIC X(10) VALUE '  ENDOSO: '.
           05  ENDOSO-POL             PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE '  EFECTO: '.
           05  INICIO-POL             PIC X(10).
           05  FILLER                 PIC X(15) VALUE
               '  VENCIMIENTO: '.
           05  VENCIMIENTO-POL        PIC X(10).
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
       01  LINEA-TOMADOR.
           05  FILLER                 PIC X(09) VALUE 'TOMADOR: '.
           05  DNI-TOM                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-TOM             PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APELLIDO-1-TOM         PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APELLIDO-2-TOM         PIC X(25).
           05  FILLER                 PIC X(23) VALUE SPACES.
      *
       01  LINEA-DOMICILIO.
           05  FILLER                 PIC X(11) VALUE 'DOMICILIO: '.
           05  CLASE-VIA-DOM          PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-VIA-DOM         PIC X(55).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NUMERO-VIA-DOM         PIC ZZZZ9.
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  LINEA-POBLACION.
           05  FILLER                 PIC X(11) VALUE 'POBLACION: '.
           05  COD-POSTAL-POB         PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CIUDAD-POB             PIC X(25).
           05  FILLER                 PIC X(78) VALUE SPACES.
      *
       01  LINEA-CAB-COBERTURAS.
           05  FILLER                 PIC X(30) VALUE
               'COBERTURA                     '.
           05  FILLER                 PIC X(21) VALUE
               '   SUMA ASEGURADA    '.
           05  FILLER                 PIC X(21) VALUE
               '       FRANQUICIA    '.
           05  FILLER                 PIC X(48) VALUE SPACES.
      *
       01  LINEA-COBERTURA.
           05  TIPO-COB               PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TEXTO-COB              PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-COB            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FRANQUICIA-COB         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(52) VALUE SPACES.
      *
       01  LINEA-PRIMA.
           05  FILLER                 PIC X(30) VALUE
               'PRIMA ANUAL                   '.
           05  IMPORTE-PRI            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(06) VALUE ' EUROS'.
           05  FILLER                 PIC X(67) VALUE SPACES.
      *
       01  LINEA-BENEFICIARIO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-BEN                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NOMBRE-BEN             PIC X(75).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PORCENTAJE-BEN         PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE ' %'.
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-ENTRADA         PIC X(01).
               88  SI-FIN-ENTRADA               VALUE 'S'.
               88  NO-FIN-ENTRADA               VALUE 'N'.
           05  SW-FIN-CUR-BENEF       PIC X(01).
               88  SI-FIN-CUR-BENEF             VALUE 'S'.
               88  NO-FIN-CUR-BENEF             VALUE 'N'.
           05  SW-POLIZA              PIC X(01).
               88  SI-POLIZA-HALLADA            VALUE 'S'.
               88  NO-POLIZA-HALLADA            VALUE 'N'.
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
      *--------DCLGEN SEGUROS_ENDOSOS-----*
      *
           EXEC SQL
               INCLUDE TBSEGEND
           END-EXEC.
      *
      *--------DCLGEN BENEFICIARIOS_VIDA--*
      *
           EXEC SQL
               INCLUDE TBBENEF
           END-EXEC.
      *
      *--------CURSOR DE POLIZAS ENDOSADAS EN LA FECHA----------------*
      *
           EXEC SQL
               DECLARE CUR-ENDOSADAS CURSOR FOR
               SELECT DISTINCT NUMERO_POLIZA
                 FROM SEGUROS_ENDOSOS
                WHERE FECHA_EFECTO = :WK-FECHA-PROCESO
                ORDER BY 1
           END-EXEC.
      *
      *--------CURSOR DE BENEFICIARIOS DE LA POLIZA--------------------*
      *
           EXEC SQL
               DECLARE CUR-BENEF CURSOR FOR
               SELECT DNI_BENEFICIARIO
                     ,NOMBRE
                     ,PORCENTAJE
                 FROM BENEFICIARIOS_VIDA
                WHERE POLIZA = :TB-NUMERO-POLIZA
                ORDER BY PORCENTAJE DESC
                        ,DNI_BENEFICIARIO
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
             UNTIL SI-FIN-ENTRADA
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
                      WK-PARM-SYSIN
                      WK-VARIABLES
                      DCLSEGUROS-PEPITO-SEG
                      DCLSEGUROS-ENDOSOS
                      DCLBENEFICIARIOS-VIDA
      *
           SET NO-FIN-ENTRADA            TO TRUE
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           IF WK-MODO-E NOT = CT-MODO-LISTA
              MOVE CT-MODO-ENDOSOS       TO WK-MODO-E
           END-IF
      *
           IF WK-FECHA-E = SPACES OR LOW-VALUES
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-FECHA-PROCESO(1:4)
              MOVE '-'                   TO WK-FECHA-PROCESO(5:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-FECHA-PROCESO(6:2)
              MOVE '-'                   TO WK-FECHA-PROCESO(8:1)
              MOVE WK-FECHA-HOY-AAAAMMDD(7:2) TO WK-FECHA-PROCESO(9:2)
           ELSE
              MOVE WK-FECHA-E            TO WK-FECHA-PROCESO
           END-IF
      *
           DISPLAY 'CONDPART: MODO ' WK-MODO-E
                   ' FECHA DE PROCESO: ' WK-FECHA-PROCESO
      *
           OPEN OUTPUT FCONDPAR
      *
           IF FS-FCONDPAR NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCONDPAR'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCONDPAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-MODO-E = CT-MODO-LISTA
              OPEN INPUT FPOLIZAS
      *
              IF FS-FPOLIZAS NOT = CT-00
                 DISPLAY 'ERROR AL ABRIR FPOLIZAS'
                 DISPLAY 'PARRAFO: 1000-INICIO'
                 DISPLAY 'FILE STATUS: ' FS-FPOLIZAS
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           ELSE
              EXEC SQL
                  OPEN CUR-ENDOSADAS
              END-EXEC
      *
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL ABRIR CURSOR CUR-ENDOSADAS'
                 DISPLAY 'PARRAFO: 1000-INICIO'
                 DISPLAY 'SQLCODE: ' SQLCODE
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           PERFORM 9000-LEER-ENTRADA
              THRU 9000-LEER-ENTRADA-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     UN DOCUMENTO POR POLIZA PEDIDA O ENDOSADA.                 *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-DATOS-POLIZA
              THRU 2100-DATOS-POLIZA-EXIT
      *
           IF SI-POLIZA-HALLADA
              PERFORM 2200-DATOS-TOMADOR
                 THRU 2200-DATOS-TOMADOR-EXIT
      *
              PERFORM 2300-ENDOSO-Y-PRIMA
                 THRU 2300-ENDOSO-Y-PRIMA-EXIT
      *
              PERFORM 2400-ESCRIBIR-DOCUMENTO
                 THRU 2400-ESCRIBIR-DOCUMENTO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-ENTRADA
              THRU 9000-LEER-ENTRADA-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-DATOS-POLIZA                                          *
      ******************************************************************
       2100-DATOS-POLIZA.
      *
           SET SI-POLIZA-HALLADA         TO TRUE
           MOVE WK-POLIZA                TO TB-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT TIPO
                     ,FECHA_INICIO
                     ,FECHA_VENCIMIENTO
                     ,DNI_CL
                     ,COALESCE(COBERTURA1_TIPO, ' ')
                     ,COALESCE(COBERTURA1_IMPORTE, 0)
                     ,COALESCE(COBERTURA1_FRANQUICIA, 0)
                     ,COALESCE(COBERTURA2_TIPO, ' ')
                     ,COALESCE(COBERTURA2_IMPORTE, 0)
                     ,COALESCE(COBERTURA2_FRANQUICIA, 0)
                     ,COALESCE(COBERTURA3_TIPO, ' ')
                     ,COALESCE(COBERTURA3_IMPORTE, 0)
                     ,COALESCE(COBERTURA3_FRANQUICIA, 0)
                     ,COALESCE(COBERTURA4_TIPO, ' ')
                     ,COALESCE(COBERTURA4_IMPORTE, 0)
                     ,COALESCE(COBERTURA4_FRANQUICIA, 0)
                 INTO :TB-TIPO
                     ,:TB-FECHA-INICIO
                     ,:TB-FECHA-VENCIMIENTO
                     ,:TB-DNI-CL
                     ,:TB-COBERTURA1-TIPO
                     ,:TB-COBERTURA1-IMPORTE
                     ,:TB-COBERTURA1-FRANQUICIA
                     ,:TB-COBERTURA2-TIPO
                     ,:TB-COBERTURA2-IMPORTE
                     ,:TB-COBERTURA2-FRANQUICIA
                     ,:TB-COBERTURA3-TIPO
                     ,:TB-COBERTURA3-IMPORTE
                     ,:TB-COBERTURA3-FRANQUICIA
                     ,:TB-COBERTURA4-TIPO
                     ,:TB-COBERTURA4-IMPORTE
                     ,:TB-COBERTURA4-FRANQUICIA
                 FROM SEGUROS_PEPITO_SEG
                WHERE NUMERO_POLIZA = :TB-NUMERO-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    DISPLAY 'AVISO: POLIZA NO EXISTE: ' WK-POLIZA
                    ADD CT-1             TO CN-NO-EXISTE
                    SET NO-POLIZA-HALLADA TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-DATOS-POLIZA'
                    DISPLAY 'TABLA: SEGUROS_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-DATOS-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-DATOS-TOMADOR                                         *
      *     SIN FILA EN CLIENTES_PEPITO_SEG EL DOCUMENTO SALE CON EL   *
      *     DNI Y SIN NOMBRE NI DOMICILIO, Y SE AVISA.                 *
      ******************************************************************
       2200-DATOS-TOMADOR.
      *
           EXEC SQL
               SELECT NOMBRE_CL
                     ,APELLIDO_1
                     ,APELLIDO_2
                     ,CLASE_VIA
                     ,NOMBRE_VIA
                     ,NUMERO_VIA
                     ,COD_POSTAL
                     ,CIUDAD
                 INTO :WK-NOMBRE-CL
                     ,:WK-APELLIDO-1
                     ,:WK-APELLIDO-2
                     ,:WK-CLASE-VIA
                     ,:WK-NOMBRE-VIA
                     ,:WK-NUMERO-VIA
                     ,:WK-COD-POSTAL
                     ,:WK-CIUDAD
                 FROM CLIENTES_PEPITO_SEG
                WHERE DNI_CL = :TB-DNI-CL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    DISPLAY 'AVISO: TOMADOR NO EXISTE: ' TB-DNI-CL
                            ' POLIZA: ' WK-POLIZA
                    ADD CT-1             TO CN-SIN-TOMADOR
                    MOVE SPACES          TO WK-NOMBRE-CL
                                            WK-APELLIDO-1
                                            WK-APELLIDO-2
                                            WK-CLASE-VIA
                                            WK-NOMBRE-VIA
                                            WK-COD-POSTAL
                                            WK-CIUDAD
                    MOVE 0               TO WK-NUMERO-VIA
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-DATOS-TOMADOR'
                    DISPLAY 'TABLA: CLIENTES_PEPITO_SEG'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2200-DATOS-TOMADOR-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ENDOSO-Y-PRIMA                                        *
      *     LA FILA VIVA REFLEJA EL ULTIMO ENDOSO DE LA CADENA DE      *
      *     SEGUROS_ENDOSOS. LA PRIMA SALE DE LA TABLA DEL PRODUCTO    *
      *     SEGUN EL RAMO.                                             *
      ******************************************************************
       2300-ENDOSO-Y-PRIMA.
      *
           MOVE WK-POLIZA                TO EN-NUMERO-POLIZA
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_ENDOSO), 0)
                 INTO :EN-NUM-ENDOSO
                 FROM SEGUROS_ENDOSOS
                WHERE NUMERO_POLIZA = :EN-NUMERO-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ENDOSO-Y-PRIMA'
              DISPLAY 'TABLA: SEGUROS_ENDOSOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 0                        TO WK-PRIMA
      *
           EVALUATE TB-TIPO
               WHEN 'VI'
                    EXEC SQL
                        SELECT PRIMA
                          INTO :WK-PRIMA
                          FROM VIDA_MAPFRE
                         WHERE POLIZA = :TB-NUMERO-POLIZA
                    END-EXEC
               WHEN 'AU'
                    EXEC SQL
                        SELECT PRIMA
                          INTO :WK-PRIMA
                          FROM AUTOS_MAPFRE
                         WHERE POLIZA = :TB-NUMERO-POLIZA
                    END-EXEC
               WHEN 'HO'
                    EXEC SQL
                        SELECT PRIMA
                          INTO :WK-PRIMA
                          FROM HOGAR_MAPFRE
                         WHERE POLIZA = :TB-NUMERO-POLIZA
                    END-EXEC
               WHEN OTHER
                    MOVE 100             TO SQLCODE
           END-EVALUATE
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    DISPLAY 'AVISO: POLIZA SIN PRIMA EN SU PRODUCTO: '
                            WK-POLIZA ' RAMO: ' TB-TIPO
                    ADD CT-1             TO CN-SIN-PRIMA
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-ENDOSO-Y-PRIMA'
                    DISPLAY 'TABLA: ' TB-TIPO '_MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2300-ENDOSO-Y-PRIMA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ESCRIBIR-DOCUMENTO                                    *
      ******************************************************************
       2400-ESCRIBIR-DOCUMENTO.
      *
           MOVE LINEA-SEPARADOR          TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE WK-FECHA-PROCESO         TO FECHA-TIT
           MOVE LINEA-TITULO             TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE WK-POLIZA                TO POLIZA-POL
           MOVE TB-TIPO                  TO RAMO-POL
           MOVE EN-NUM-ENDOSO            TO ENDOSO-POL
           MOVE TB-FECHA-INICIO          TO INICIO-POL
           MOVE TB-FECHA-VENCIMIENTO     TO VENCIMIENTO-POL
           MOVE LINEA-POLIZA             TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE TB-DNI-CL                TO DNI-TOM
           MOVE WK-NOMBRE-CL             TO NOMBRE-TOM
           MOVE WK-APELLIDO-1            TO APELLIDO-1-TOM
           MOVE WK-APELLIDO-2            TO APELLIDO-2-TOM
           MOVE LINEA-TOMADOR            TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE WK-CLASE-VIA             TO CLASE-VIA-DOM
           MOVE WK-NOMBRE-VIA            TO NOMBRE-VIA-DOM
           MOVE WK-NUMERO-VIA            TO NUMERO-VIA-DOM
           MOVE LINEA-DOMICILIO          TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE WK-COD-POSTAL            TO COD-POSTAL-POB
           MOVE WK-CIUDAD                TO CIUDAD-POB
           MOVE LINEA-POBLACION          TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE SPACES                   TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE LINEA-CAB-COBERTURAS     TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE TB-COBERTURA1-TIPO       TO WK-COB-TIPO
           MOVE TB-COBERTURA1-IMPORTE    TO WK-COB-IMPORTE
           MOVE TB-COBERTURA1-FRANQUICIA TO WK-COB-FRANQUICIA
           PERFORM 2410-LINEA-COBERTURA
              THRU 2410-LINEA-COBERTURA-EXIT
      *
           MOVE TB-COBERTURA2-TIPO       TO WK-COB-TIPO
           MOVE TB-COBERTURA2-IMPORTE    TO WK-COB-IMPORTE
           MOVE TB-COBERTURA2-FRANQUICIA TO WK-COB-FRANQUICIA
           PERFORM 2410-LINEA-COBERTURA
              THRU 2410-LINEA-COBERTURA-EXIT
      *
           MOVE TB-COBERTURA3-TIPO       TO WK-COB-TIPO
           MOVE TB-COBERTURA3-IMPORTE    TO WK-COB-IMPORTE
           MOVE TB-COBERTURA3-FRANQUICIA TO WK-COB-FRANQUICIA
           PERFORM 2410-LINEA-COBERTURA
              THRU 2410-LINEA-COBERTURA-EXIT
      *
           MOVE TB-COBERTURA4-TIPO       TO WK-COB-TIPO
           MOVE TB-COBERTURA4-IMPORTE    TO WK-COB-IMPORTE
           MOVE TB-COBERTURA4-FRANQUICIA TO WK-COB-FRANQUICIA
           PERFORM 2410-LINEA-COBERTURA
              THRU 2410-LINEA-COBERTURA-EXIT
      *
           MOVE SPACES                   TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE WK-PRIMA                 TO IMPORTE-PRI
           MOVE LINEA-PRIMA              TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           IF TB-TIPO = 'VI'
              PERFORM 2420-BENEFICIARIOS
                 THRU 2420-BENEFICIARIOS-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DOCUMENTOS
      *
           .
       2400-ESCRIBIR-DOCUMENTO-EXIT.
           EXIT.
      ******************************************************************
      *     2410-LINEA-COBERTURA                                       *
      *     LAS COBERTURAS NO CONTRATADAS (TIPO EN BLANCO) NO SALEN.   *
      ******************************************************************
       2410-LINEA-COBERTURA.
      *
           IF WK-COB-TIPO = SPACES
              GO TO 2410-LINEA-COBERTURA-EXIT
           END-IF
      *
           MOVE WK-COB-TIPO              TO TIPO-COB
           MOVE SPACES                   TO TEXTO-COB
      *
           PERFORM VARYING IND FROM 1 BY 1
             UNTIL IND > 8
              IF WK-COB-TIPO = CODIGO-COBERTURA-TB (IND)
                 MOVE TEXTO-COBERTURA-TB (IND)
                                         TO TEXTO-COB
              END-IF
           END-PERFORM
      *
           MOVE WK-COB-IMPORTE           TO IMPORTE-COB
           MOVE WK-COB-FRANQUICIA        TO FRANQUICIA-COB
           MOVE LINEA-COBERTURA          TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           .
       2410-LINEA-COBERTURA-EXIT.
           EXIT.
      ******************************************************************
      *     2420-BENEFICIARIOS                                         *
      *     BENEFICIARIOS DESIGNADOS DE LA POLIZA DE VIDA. SIN         *
      *     DESIGNACION, LA PRESTACION CORRESPONDE A LOS HEREDEROS.    *
      ******************************************************************
       2420-BENEFICIARIOS.
      *
           MOVE SPACES                   TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE 'BENEFICIARIOS DESIGNADOS:'
                                         TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           MOVE 0                        TO WK-NUM-BENEF
           SET NO-FIN-CUR-BENEF          TO TRUE
      *
           EXEC SQL
               OPEN CUR-BENEF
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-BENEF'
              DISPLAY 'PARRAFO: 2420-BENEFICIARIOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9200-LEER-CUR-BENEF
              THRU 9200-LEER-CUR-BENEF-EXIT
      *
           PERFORM 2425-LINEA-BENEFICIARIO
              THRU 2425-LINEA-BENEFICIARIO-EXIT
             UNTIL SI-FIN-CUR-BENEF
      *
           EXEC SQL
               CLOSE CUR-BENEF
           END-EXEC
      *
           IF WK-NUM-BENEF = 0
              MOVE '  SIN DESIGNACION: HEREDEROS LEGALES DEL ASEGURADO'
                                         TO REG-FCONDPAR
              PERFORM 2900-ESCRIBIR-LINEA
                 THRU 2900-ESCRIBIR-LINEA-EXIT
           END-IF
      *
           .
       2420-BENEFICIARIOS-EXIT.
           EXIT.
      ******************************************************************
      *     2425-LINEA-BENEFICIARIO                                    *
      ******************************************************************
       2425-LINEA-BENEFICIARIO.
      *
           ADD CT-1                      TO WK-NUM-BENEF
                                            CN-BENEFICIARIOS
      *
           MOVE BF-DNI-BENEFICIARIO      TO DNI-BEN
           MOVE BF-NOMBRE                TO NOMBRE-BEN
           MOVE BF-PORCENTAJE            TO PORCENTAJE-BEN
           MOVE LINEA-BENEFICIARIO       TO REG-FCONDPAR
           PERFORM 2900-ESCRIBIR-LINEA
              THRU 2900-ESCRIBIR-LINEA-EXIT
      *
           PERFORM 9200-LEER-CUR-BENEF
              THRU 9200-LEER-CUR-BENEF-EXIT
      *
           .
       2425-LINEA-BENEFICIARIO-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ESCRIBIR-LINEA                                        *
      ******************************************************************
       2900-ESCRIBIR-LINEA.
      *
           WRITE REG-FCONDPAR
      *
           IF FS-FCONDPAR NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCONDPAR'
              DISPLAY 'PARRAFO: 2900-ESCRIBIR-LINEA'
              DISPLAY 'FILE STATUS: ' FS-FCONDPAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2900-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF WK-MODO-E = CT-MODO-LISTA
              CLOSE FPOLIZAS
           ELSE
              EXEC SQL
                  CLOSE CUR-ENDOSADAS
              END-EXEC
           END-IF
      *
           CLOSE FCONDPAR
      *
           IF RETURN-CODE < 4
              AND (CN-NO-EXISTE > 0 OR CN-SIN-TOMADOR > 0
                   OR CN-SIN-PRIMA > 0)
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C O N D P A R T    **'
           DISPLAY '***********************************'
           DISPLAY '*POLIZAS LEIDAS     : ' CN-POLIZAS-LEIDAS '      *'
           DISPLAY '*DOCUMENTOS EMITIDOS: ' CN-DOCUMENTOS '      *'
           DISPLAY '*POLIZAS NO EXISTEN : ' CN-NO-EXISTE '      *'
           DISPLAY '*SIN TOMADOR        : ' CN-SIN-TOMADOR '      *'
           DISPLAY '*SIN PRIMA PRODUCTO : ' CN-SIN-PRIMA '      *'
           DISPLAY '*BENEFICIARIOS      : ' CN-BENEFICIARIOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-ENTRADA                                          *
      *     SIGUIENTE POLIZA DEL FICHERO (MODO 'L') O DEL CURSOR DE    *
      *     POLIZAS ENDOSADAS (MODO 'E').                              *
      ******************************************************************
       9000-LEER-ENTRADA.
      *
           IF WK-MODO-E = CT-MODO-LISTA
              PERFORM 9010-LEER-FPOLIZAS
                 THRU 9010-LEER-FPOLIZAS-EXIT
           ELSE
              PERFORM 9100-LEER-CUR-ENDOSADAS
                 THRU 9100-LEER-CUR-ENDOSADAS-EXIT
           END-IF
      *
           .
       9000-LEER-ENTRADA-EXIT.
           EXIT.
      ******************************************************************
      *     9010-LEER-FPOLIZAS                                         *
      ******************************************************************
       9010-LEER-FPOLIZAS.
      *
           READ FPOLIZAS INTO WK-POLIZA
      *
           EVALUATE FS-FPOLIZAS
               WHEN CT-00
                    ADD CT-1             TO CN-POLIZAS-LEIDAS
               WHEN CT-10
                    SET SI-FIN-ENTRADA   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FPOLIZAS'
                    DISPLAY 'PARRAFO: 9010-LEER-FPOLIZAS'
                    DISPLAY 'FILE STATUS: ' FS-FPOLIZAS
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9010-LEER-FPOLIZAS-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CUR-ENDOSADAS                                    *
      ******************************************************************
       9100-LEER-CUR-ENDOSADAS.
      *
           EXEC SQL
               FETCH CUR-ENDOSADAS
                INTO :WK-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-POLIZAS-LEIDAS
               WHEN 100
                    SET SI-FIN-ENTRADA   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-ENDOSADAS'
                    DISPLAY 'PARRAFO: 9100-LEER-CUR-ENDOSADAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CUR-ENDOSADAS-EXIT.
           EXIT.
      ******************************************************************
      *     9200-LEER-CUR-BENEF                                        *
      ******************************************************************
       9200-LEER-CUR-BENEF.
      *
           EXEC SQL
               FETCH CUR-BENEF
                INTO :BF-DNI-BENEFICIARIO
                    ,:BF-NOMBRE
                    ,:BF-PORCENTAJE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CUR-BENEF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-BENEF'
                    DISPLAY 'PARRAFO: 9200-LEER-CUR-BENEF'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-CUR-BENEF-EXIT.
           EXIT.
      *
