      ******************************************************************
      ** C E R T V I D A.-CERTIFICADOS FISCALES ANUALES DE LAS POLIZAS**
      **                DE VIDA. PARA EL EJERCICIO DE SYSIN GENERA:   **
      **                - EL CERTIFICADO DE PRIMAS SATISFECHAS DE     **
      **                  CADA TOMADOR: RECIBOS_PRIMAS COBRADOS       **
      **                  (ESTADO 'C') EN EL EJERCICIO DE SUS POLIZAS **
      **                  'VI', CON UNA LINEA POR POLIZA. LA PRIMA    **
      **                  SATISFECHA INCLUYE EL RECARGO DEL CONSORCIO **
      **                  QUE EL TOMADOR PAGA CON EL RECIBO.          **
      **                - EL CERTIFICADO DE PRESTACIONES PERCIBIDAS   **
      **                  DE CADA BENEFICIARIO: FINIQUITOS DE         **
      **                  PAGOS_SINIESTROS PAGADOS EN EL EJERCICIO    **
      **                  POR FALLECIMIENTO EN POLIZAS 'VI',          **
      **                  REPARTIDOS SEGUN BENEFICIARIOS_VIDA COMO    **
      **                  LOS PAGA PAGOSIN, CON SUS RETENCIONES.      **
      **                LOS CERTIFICADOS SALEN EN FCERTIF Y EL        **
      **                FICHERO INFORMATIVO ANUAL PARA HACIENDA EN    **
      **                FMODELO (CABECERA, UN DETALLE POR PERCEPTOR Y **
      **                CLAVE Y TRAILER CON LOS TOTALES DE CONTROL).  **
      **                UN TOMADOR SIN DATOS EN CLIENTES_MAPFRE SE    **
      **                CERTIFICA IGUAL Y TERMINA CON RC 4.           **
      **                SYSIN: AAAA (EJERCICIO; EN BLANCO = EL ANYO   **
      **                ANTERIOR AL ACTUAL).                          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CERTVIDA.
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
           SELECT FCERTIF ASSIGN TO FCERTIF
           FILE STATUS FS-FCERTIF.
      *
           SELECT FMODELO ASSIGN TO FMODELO
           FILE STATUS FS-FMODELO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCERTIF
           RECORDING MODE IS F.
       01  REG-FCERTIF                PIC X(0120).
      *    CERTIFICADOS DE PRIMAS Y DE PRESTACIONES
      *
       FD FMODELO
           RECORDING MODE IS F.
       01  REG-FMODELO                PIC X(0250).
      *    FICHERO INFORMATIVO ANUAL PARA LA AGENCIA TRIBUTARIA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCERTIF             PIC X(02).
           05  FS-FMODELO             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
      * NIF DE LA ENTIDAD DECLARANTE
           05  CT-NIF-DECLARANTE      PIC X(09) VALUE 'A28141935'.
      * RETENCION QUE PRACTICA PAGOSIN SOBRE LAS PRESTACIONES POR
      * FALLECIMIENTO. HOY NINGUNA: EL BENEFICIARIO TRIBUTA POR EL
      * IMPUESTO DE SUCESIONES Y SE LE ABONA EL IMPORTE INTEGRO. SI
      * PAGOSIN LLEGA A RETENER, ESTE PORCENTAJE DEBE SER EL MISMO.
           05  CT-PCT-RETENCION       PIC 9(03)V9(02) VALUE 0.
           05  CT-CLAVE-PRIMAS        PIC X(01) VALUE 'P'.
           05  CT-CLAVE-PRESTACION    PIC X(01) VALUE 'B'.
      *
       01  CN-CONTADORES.
           05  CN-CERT-PRIMAS         PIC 9(05).
           05  CN-POLIZAS-PRIMAS      PIC 9(05).
           05  CN-CERT-PRESTACION     PIC 9(05).
           05  CN-PAGOS-PRESTACION    PIC 9(05).
           05  CN-REGISTROS-MOD       PIC 9(05).
           05  CN-SIN-DATOS           PIC 9(05).
      *
      * PARAMETROS DE SYSIN: EJERCICIO
       01  WK-PARM-SYSIN.
           05  WK-ANYO-E              PIC 9(04).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC 9(04).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-FECHA-HASTA         PIC X(10).
           05  WK-DNI-ANTERIOR        PIC X(09).
           05  WK-NOMBRE-ANTERIOR     PIC X(75).
           05  WK-NUM-RECIBOS         PIC S9(09) COMP.
           05  WK-POLIZAS-PERSONA     PIC S9(09) COMP.
           05  WK-IMPORTE-BENEF       PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-PERSONA     PIC S9(13)V9(2) COMP-3.
           05  WK-RETENCION-PERSONA   PIC S9(13)V9(2) COMP-3.
           05  WK-IMPORTE-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * TOTALES DE CONTROL DEL FICHERO INFORMATIVO
       01  WK-TOTALES.
           05  WK-TOT-PRIMAS          PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-PRESTACIONES    PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-RETENCIONES     PIC S9(15)V9(2) COMP-3.
      *
      * REGISTROS DEL FICHERO INFORMATIVO
       01  LINEA-MOD-CABECERA.
           05  TIPO-REG-MDC           PIC X(01) VALUE '1'.
           05  EJERCICIO-MDC          PIC 9(04).
           05  NIF-DECLARANTE-MDC     PIC X(09).
           05  FECHA-GEN-MDC          PIC 9(08).
           05  FILLER                 PIC X(228) VALUE SPACES.
      *
       01  LINEA-MOD-DETALLE.
           05  TIPO-REG-MDD           PIC X(01) VALUE '2'.
           05  EJERCICIO-MDD          PIC 9(04).
           05  NIF-DECLARANTE-MDD     PIC X(09).
           05  NIF-PERCEPTOR-MDD      PIC X(09).
           05  NOMBRE-MDD             PIC X(75).
      *    P = PRIMAS SATISFECHAS POR EL TOMADOR
      *    B = PRESTACION PERCIBIDA POR EL BENEFICIARIO
           05  CLAVE-MDD              PIC X(01).
           05  POLIZAS-MDD            PIC 9(03).
           05  IMPORTE-MDD            PIC 9(13)V9(2).
           05  RETENCION-MDD          PIC 9(13)V9(2).
           05  FILLER                 PIC X(118) VALUE SPACES.
      *
       01  LINEA-MOD-TRAILER.
           05  TIPO-REG-MDT           PIC X(01) VALUE '9'.
           05  EJERCICIO-MDT          PIC 9(04).
           05  NIF-DECLARANTE-MDT     PIC X(09).
           05  REGISTROS-MDT          PIC 9(07).
           05  PERCEP-PRIMAS-MDT      PIC 9(07).
           05  IMPORTE-PRIMAS-MDT     PIC 9(15)V9(2).
           05  PERCEP-PRESTAC-MDT     PIC 9(07).
           05  IMPORTE-PRESTAC-MDT    PIC 9(15)V9(2).
           05  RETENCIONES-MDT        PIC 9(15)V9(2).
           05  FILLER                 PIC X(164) VALUE SPACES.
      *
      * LINEAS DE LOS CERTIFICADOS
       01  LINEA-CERT-TITULO.
           05  TEXTO-TIT              PIC X(50).
           05  FILLER                 PIC X(11) VALUE 'EJERCICIO: '.
           05  ANYO-TIT               PIC 9(04).
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LINEA-CERT-NOMBRE.
           05  ROTULO-NOM             PIC X(14).
           05  NOMBRE-NOM             PIC X(75).
           05  FILLER                 PIC X(31) VALUE SPACES.
      *
       01  LINEA-CERT-NIF.
           05  FILLER                 PIC X(14) VALUE 'NIF:'.
           05  NIF-NIF                PIC X(09).
           05  FILLER                 PIC X(97) VALUE SPACES.
      *
       01  LINEA-CERT-DIRECCION.
           05  FILLER                 PIC X(14) VALUE 'DIRECCION:'.
           05  DIRECCION-DIR          PIC X(100).
           05  FILLER                 PIC X(06) VALUE SPACES.
      *
       01  LINEA-CAB-PRIMAS.
           05  FILLER                 PIC X(14) VALUE 'POLIZA'.
           05  FILLER                 PIC X(09) VALUE 'RECIBOS'.
           05  FILLER                 PIC X(17) VALUE
               '          IMPORTE'.
           05  FILLER                 PIC X(80) VALUE SPACES.
      *
       01  LINEA-DET-PRIMAS.
           05  POLIZA-DPR             PIC X(09).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  RECIBOS-DPR            PIC ZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  IMPORTE-DPR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(80) VALUE SPACES.
      *
       01  LINEA-CAB-PRESTACION.
           05  FILLER                 PIC X(11) VALUE 'POLIZA'.
           05  FILLER                 PIC X(11) VALUE 'SINIESTRO'.
           05  FILLER                 PIC X(12) VALUE 'FECHA PAGO'.
           05  FILLER                 PIC X(08) VALUE '     %'.
           05  FILLER                 PIC X(19) VALUE
               '  TOTAL SINIESTRO'.
           05  FILLER                 PIC X(17) VALUE
               '  IMPORTE PERCIB.'.
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  LINEA-DET-PRESTACION.
           05  POLIZA-DPS             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SINIESTRO-DPS          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FECHA-DPS              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PORCENT-DPS            PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TOTAL-DPS              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-DPS            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  LINEA-CERT-TOTAL.
           05  TEXTO-CTO              PIC X(45).
           05  IMPORTE-CTO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(58) VALUE SPACES.
      *
       01  LINEA-CERT-TEXTO.
           05  TEXTO-CTX              PIC X(120).
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN RECIBOS_PRIMAS------*
      *
           EXEC SQL
               INCLUDE TBRECIBO
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAPFRE-----*
      *
           EXEC SQL
               INCLUDE TBCLMFIN
           END-EXEC.
      *
      *--------DCLGEN PAGOS_SINIESTROS----*
      *
           EXEC SQL
               INCLUDE TBPAGSIN
           END-EXEC.
      *
      *--------DCLGEN BENEFICIARIOS_VIDA--*
      *
           EXEC SQL
               INCLUDE TBBENEF
           END-EXEC.
      *
      *--------CURSOR DE PRIMAS COBRADAS POR TOMADOR Y POLIZA----------*
      *
           EXEC SQL
               DECLARE CUR-PRIMAS CURSOR FOR
               SELECT S.DNI_CL
                     ,COALESCE(C.NOMBRE, ' ')
                     ,COALESCE(C.DIRECCION, ' ')
                     ,S.NUMERO_POLIZA
                     ,COUNT(*)
                     ,SUM(R.IMPORTE + R.RECARGO_CONSORCIO)
                 FROM RECIBOS_PRIMAS R
                INNER JOIN SEGUROS_PEPITO_SEG S
                   ON S.NUMERO_POLIZA = R.NUMERO_POLIZA
                 LEFT JOIN CLIENTES_MAPFRE C
                   ON C.DNI = S.DNI_CL
                WHERE S.TIPO = 'VI'
                  AND R.ESTADO = 'C'
                  AND R.FECHA_ESTADO BETWEEN :WK-FECHA-DESDE
                                         AND :WK-FECHA-HASTA
                GROUP BY S.DNI_CL
                        ,C.NOMBRE
                        ,C.DIRECCION
                        ,S.NUMERO_POLIZA
                ORDER BY 1, 4
           END-EXEC.
      *
      *--------CURSOR DE PRESTACIONES POR FALLECIMIENTO----------------*
      *
           EXEC SQL
               DECLARE CUR-PRESTACIONES CURSOR FOR
               SELECT B.DNI_BENEFICIARIO
                     ,B.NOMBRE
                     ,B.POLIZA
                     ,P.ID_SINIETRO
                     ,P.FECHA_PAGO
                     ,B.PORCENTAJE
                     ,P.IMPORTE_PAGO
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG X
                     ,SEGUROS_PEPITO_SEG S
                     ,BENEFICIARIOS_VIDA B
                WHERE P.ID_SINIETRO = X.ID_SINIETRO
                  AND X.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND B.POLIZA = S.NUMERO_POLIZA
                  AND S.TIPO = 'VI'
                  AND X.CAUSAS LIKE 'FALLECIMIENTO%'
                  AND P.TIPO_PAGO = 'F'
                  AND P.FECHA_PAGO BETWEEN :WK-FECHA-DESDE
                                       AND :WK-FECHA-HASTA
                ORDER BY 1, 5, 4
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
                      WK-TOTALES
                      DCLRECIBOS-PRIMAS
                      DCLCLIENTES-MAPFRE
                      DCLPAGOS-SINIESTROS
                      DCLBENEFICIARIOS-VIDA
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           PERFORM 1100-EJERCICIO
              THRU 1100-EJERCICIO-EXIT
      *
           DISPLAY 'CERTVIDA: EJERCICIO ' WK-ANYO
                   ' (' WK-FECHA-DESDE ' A ' WK-FECHA-HASTA ')'
      *
           OPEN OUTPUT FCERTIF
                       FMODELO
      *
           IF FS-FCERTIF NOT = CT-00
              OR FS-FMODELO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCERTIF ' ' FS-FMODELO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-EJERCICIO                                             *
      *     EJERCICIO DE SYSIN O, SI NO SE INFORMA, EL ANTERIOR AL DE  *
      *     LA FECHA DE HOY. VENTANA DEL 1 DE ENERO AL 31 DE           *
      *     DICIEMBRE.                                                 *
      ******************************************************************
       1100-EJERCICIO.
      *
           IF WK-ANYO-E NOT NUMERIC
              OR WK-ANYO-E = 0
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-ANYO
              SUBTRACT CT-1              FROM WK-ANYO
           ELSE
              MOVE WK-ANYO-E             TO WK-ANYO
           END-IF
      *
           MOVE WK-ANYO                  TO WK-FECHA-DESDE(1:4)
           MOVE '-01-01'                 TO WK-FECHA-DESDE(5:6)
      *
           MOVE WK-ANYO                  TO WK-FECHA-HASTA(1:4)
           MOVE '-12-31'                 TO WK-FECHA-HASTA(5:6)
      *
           .
       1100-EJERCICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE WK-ANYO                  TO EJERCICIO-MDC
                                            EJERCICIO-MDD
                                            EJERCICIO-MDT
                                            ANYO-TIT
           MOVE CT-NIF-DECLARANTE        TO NIF-DECLARANTE-MDC
                                            NIF-DECLARANTE-MDD
                                            NIF-DECLARANTE-MDT
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-GEN-MDC
      *
           WRITE REG-FMODELO FROM LINEA-MOD-CABECERA
      *
           PERFORM 2450-CONTROL-FMODELO
              THRU 2450-CONTROL-FMODELO-EXIT
      *
           PERFORM 2100-CERTIF-PRIMAS
              THRU 2100-CERTIF-PRIMAS-EXIT
      *
           PERFORM 2200-CERTIF-PRESTACIONES
              THRU 2200-CERTIF-PRESTACIONES-EXIT
      *
           PERFORM 2400-TRAILER
              THRU 2400-TRAILER-EXIT
      *
           IF CN-SIN-DATOS > 0
              IF RETURN-CODE < 4
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CERTIF-PRIMAS                                         *
      *     UN CERTIFICADO POR TOMADOR (CORTE POR DNI) CON UNA LINEA   *
      *     POR POLIZA.                                                *
      ******************************************************************
       2100-CERTIF-PRIMAS.
      *
           EXEC SQL
               OPEN CUR-PRIMAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PRIMAS'
              DISPLAY 'PARRAFO: 2100-CERTIF-PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           MOVE SPACES                   TO WK-DNI-ANTERIOR
      *
           PERFORM 9100-LEER-PRIMAS
              THRU 9100-LEER-PRIMAS-EXIT
      *
           PERFORM 2110-POLIZA-PRIMAS
              THRU 2110-POLIZA-PRIMAS-EXIT
             UNTIL SI-FIN-CURSOR
      *
           IF WK-DNI-ANTERIOR NOT = SPACES
              PERFORM 2130-CERRAR-CERT-PRIMAS
                 THRU 2130-CERRAR-CERT-PRIMAS-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE CUR-PRIMAS
           END-EXEC
      *
           .
       2100-CERTIF-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     2110-POLIZA-PRIMAS                                         *
      ******************************************************************
       2110-POLIZA-PRIMAS.
      *
           IF TB-DNI NOT = WK-DNI-ANTERIOR
              IF WK-DNI-ANTERIOR NOT = SPACES
                 PERFORM 2130-CERRAR-CERT-PRIMAS
                    THRU 2130-CERRAR-CERT-PRIMAS-EXIT
              END-IF
              PERFORM 2120-ABRIR-CERT-PRIMAS
                 THRU 2120-ABRIR-CERT-PRIMAS-EXIT
           END-IF
      *
           MOVE RB-NUMERO-POLIZA         TO POLIZA-DPR
           MOVE WK-NUM-RECIBOS           TO RECIBOS-DPR
           MOVE RB-IMPORTE               TO IMPORTE-DPR
      *
           WRITE REG-FCERTIF FROM LINEA-DET-PRIMAS
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           ADD CT-1                      TO CN-POLIZAS-PRIMAS
           ADD CT-1                      TO WK-POLIZAS-PERSONA
           ADD RB-IMPORTE                TO WK-IMPORTE-PERSONA
      *
           PERFORM 9100-LEER-PRIMAS
              THRU 9100-LEER-PRIMAS-EXIT
      *
           .
       2110-POLIZA-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     2120-ABRIR-CERT-PRIMAS                                     *
      *     ENCABEZADO DEL CERTIFICADO CON LOS DATOS DEL TOMADOR.      *
      ******************************************************************
       2120-ABRIR-CERT-PRIMAS.
      *
           MOVE TB-DNI                   TO WK-DNI-ANTERIOR
           MOVE TB-NOMBRE                TO WK-NOMBRE-ANTERIOR
           MOVE 0                        TO WK-POLIZAS-PERSONA
                                            WK-IMPORTE-PERSONA
      *
           IF TB-NOMBRE = SPACES
              DISPLAY 'AVISO: TOMADOR SIN DATOS EN CLIENTES_MAPFRE: '
                      TB-DNI
              ADD CT-1                   TO CN-SIN-DATOS
           END-IF
      *
           MOVE 'CERTIFICADO DE PRIMAS SATISFECHAS. SEGURO DE VIDA'
                                         TO TEXTO-TIT
           WRITE REG-FCERTIF FROM LINEA-CERT-TITULO
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'TOMADOR:'               TO ROTULO-NOM
           MOVE TB-NOMBRE                TO NOMBRE-NOM
           WRITE REG-FCERTIF FROM LINEA-CERT-NOMBRE
      *
           MOVE TB-DNI                   TO NIF-NIF
           WRITE REG-FCERTIF FROM LINEA-CERT-NIF
      *
           MOVE TB-DIRECCION             TO DIRECCION-DIR
           WRITE REG-FCERTIF FROM LINEA-CERT-DIRECCION
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           WRITE REG-FCERTIF FROM LINEA-CAB-PRIMAS
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           .
       2120-ABRIR-CERT-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     2130-CERRAR-CERT-PRIMAS                                    *
      *     TOTAL DEL TOMADOR EN EL CERTIFICADO Y SU REGISTRO EN EL    *
      *     FICHERO INFORMATIVO.                                       *
      ******************************************************************
       2130-CERRAR-CERT-PRIMAS.
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'TOTAL PRIMAS SATISFECHAS EN EL EJERCICIO:'
                                         TO TEXTO-CTO
           MOVE WK-IMPORTE-PERSONA       TO IMPORTE-CTO
           WRITE REG-FCERTIF FROM LINEA-CERT-TOTAL
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'SE EXPIDE EL PRESENTE CERTIFICADO A EFECTOS DE LA'
                                         TO TEXTO-CTX
           WRITE REG-FCERTIF FROM LINEA-CERT-TEXTO
           MOVE 'DECLARACION DEL IMPUESTO SOBRE LA RENTA.'
                                         TO TEXTO-CTX
           WRITE REG-FCERTIF FROM LINEA-CERT-TEXTO
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           MOVE WK-DNI-ANTERIOR          TO NIF-PERCEPTOR-MDD
           MOVE WK-NOMBRE-ANTERIOR       TO NOMBRE-MDD
           MOVE CT-CLAVE-PRIMAS          TO CLAVE-MDD
           MOVE WK-POLIZAS-PERSONA       TO POLIZAS-MDD
           MOVE WK-IMPORTE-PERSONA       TO IMPORTE-MDD
           MOVE 0                        TO RETENCION-MDD
      *
           WRITE REG-FMODELO FROM LINEA-MOD-DETALLE
      *
           PERFORM 2450-CONTROL-FMODELO
              THRU 2450-CONTROL-FMODELO-EXIT
      *
           ADD CT-1                      TO CN-REGISTROS-MOD
           ADD CT-1                      TO CN-CERT-PRIMAS
           ADD WK-IMPORTE-PERSONA        TO WK-TOT-PRIMAS
      *
           .
       2130-CERRAR-CERT-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CERTIF-PRESTACIONES                                   *
      *     UN CERTIFICADO POR BENEFICIARIO (CORTE POR DNI) CON UNA    *
      *     LINEA POR FINIQUITO COBRADO EN EL EJERCICIO.               *
      ******************************************************************
       2200-CERTIF-PRESTACIONES.
      *
           EXEC SQL
               OPEN CUR-PRESTACIONES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PRESTACIONES'
              DISPLAY 'PARRAFO: 2200-CERTIF-PRESTACIONES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           MOVE SPACES                   TO WK-DNI-ANTERIOR
      *
           PERFORM 9200-LEER-PRESTACIONES
              THRU 9200-LEER-PRESTACIONES-EXIT
      *
           PERFORM 2210-PAGO-PRESTACION
              THRU 2210-PAGO-PRESTACION-EXIT
             UNTIL SI-FIN-CURSOR
      *
           IF WK-DNI-ANTERIOR NOT = SPACES
              PERFORM 2230-CERRAR-CERT-PRESTAC
                 THRU 2230-CERRAR-CERT-PRESTAC-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE CUR-PRESTACIONES
           END-EXEC
      *
           .
       2200-CERTIF-PRESTACIONES-EXIT.
           EXIT.
      ******************************************************************
      *     2210-PAGO-PRESTACION                                       *
      *     PARTE DEL BENEFICIARIO EN EL FINIQUITO, REDONDEADA IGUAL   *
      *     QUE EN LA ORDEN DE TRANSFERENCIA DE PAGOSIN.               *
      ******************************************************************
       2210-PAGO-PRESTACION.
      *
           IF BF-DNI-BENEFICIARIO NOT = WK-DNI-ANTERIOR
              IF WK-DNI-ANTERIOR NOT = SPACES
                 PERFORM 2230-CERRAR-CERT-PRESTAC
                    THRU 2230-CERRAR-CERT-PRESTAC-EXIT
              END-IF
              PERFORM 2220-ABRIR-CERT-PRESTAC
                 THRU 2220-ABRIR-CERT-PRESTAC-EXIT
           END-IF
      *
           COMPUTE WK-IMPORTE-BENEF ROUNDED =
                   PG-IMPORTE-PAGO * BF-PORCENTAJE / 100
      *
           MOVE BF-POLIZA                TO POLIZA-DPS
           MOVE PG-ID-SINIETRO           TO SINIESTRO-DPS
           MOVE PG-FECHA-PAGO            TO FECHA-DPS
           MOVE BF-PORCENTAJE            TO PORCENT-DPS
           MOVE PG-IMPORTE-PAGO          TO TOTAL-DPS
           MOVE WK-IMPORTE-BENEF         TO IMPORTE-DPS
      *
           WRITE REG-FCERTIF FROM LINEA-DET-PRESTACION
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           ADD CT-1                      TO CN-PAGOS-PRESTACION
           ADD CT-1                      TO WK-POLIZAS-PERSONA
           ADD WK-IMPORTE-BENEF          TO WK-IMPORTE-PERSONA
      *
           PERFORM 9200-LEER-PRESTACIONES
              THRU 9200-LEER-PRESTACIONES-EXIT
      *
           .
       2210-PAGO-PRESTACION-EXIT.
           EXIT.
      ******************************************************************
      *     2220-ABRIR-CERT-PRESTAC                                    *
      *     ENCABEZADO DEL CERTIFICADO CON LOS DATOS DEL BENEFICIARIO. *
      ******************************************************************
       2220-ABRIR-CERT-PRESTAC.
      *
           MOVE BF-DNI-BENEFICIARIO      TO WK-DNI-ANTERIOR
           MOVE BF-NOMBRE                TO WK-NOMBRE-ANTERIOR
           MOVE 0                        TO WK-POLIZAS-PERSONA
                                            WK-IMPORTE-PERSONA
      *
           MOVE 'CERTIFICADO DE PRESTACIONES PERCIBIDAS. FALLECIM.'
                                         TO TEXTO-TIT
           WRITE REG-FCERTIF FROM LINEA-CERT-TITULO
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'BENEFICIARIO:'          TO ROTULO-NOM
           MOVE BF-NOMBRE                TO NOMBRE-NOM
           WRITE REG-FCERTIF FROM LINEA-CERT-NOMBRE
      *
           MOVE BF-DNI-BENEFICIARIO      TO NIF-NIF
           WRITE REG-FCERTIF FROM LINEA-CERT-NIF
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           WRITE REG-FCERTIF FROM LINEA-CAB-PRESTACION
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           .
       2220-ABRIR-CERT-PRESTAC-EXIT.
           EXIT.
      ******************************************************************
      *     2230-CERRAR-CERT-PRESTAC                                   *
      *     IMPORTE INTEGRO, RETENCIONES Y LIQUIDO DEL BENEFICIARIO Y  *
      *     SU REGISTRO EN EL FICHERO INFORMATIVO.                     *
      ******************************************************************
       2230-CERRAR-CERT-PRESTAC.
      *
           COMPUTE WK-RETENCION-PERSONA ROUNDED =
                   WK-IMPORTE-PERSONA * CT-PCT-RETENCION / 100
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'IMPORTE INTEGRO PERCIBIDO EN EL EJERCICIO:'
                                         TO TEXTO-CTO
           MOVE WK-IMPORTE-PERSONA       TO IMPORTE-CTO
           WRITE REG-FCERTIF FROM LINEA-CERT-TOTAL
      *
           MOVE 'RETENCIONES PRACTICADAS:'
                                         TO TEXTO-CTO
           MOVE WK-RETENCION-PERSONA     TO IMPORTE-CTO
           WRITE REG-FCERTIF FROM LINEA-CERT-TOTAL
      *
           MOVE 'IMPORTE LIQUIDO:'       TO TEXTO-CTO
           COMPUTE IMPORTE-CTO =
                   WK-IMPORTE-PERSONA - WK-RETENCION-PERSONA
           WRITE REG-FCERTIF FROM LINEA-CERT-TOTAL
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           MOVE 'SE EXPIDE EL PRESENTE CERTIFICADO A EFECTOS DE LA'
                                         TO TEXTO-CTX
           WRITE REG-FCERTIF FROM LINEA-CERT-TEXTO
           MOVE 'DECLARACION DEL IMPUESTO CORRESPONDIENTE.'
                                         TO TEXTO-CTX
           WRITE REG-FCERTIF FROM LINEA-CERT-TEXTO
      *
           MOVE SPACES                   TO REG-FCERTIF
           WRITE REG-FCERTIF
      *
           PERFORM 2350-CONTROL-FCERTIF
              THRU 2350-CONTROL-FCERTIF-EXIT
      *
           MOVE WK-DNI-ANTERIOR          TO NIF-PERCEPTOR-MDD
           MOVE WK-NOMBRE-ANTERIOR       TO NOMBRE-MDD
           MOVE CT-CLAVE-PRESTACION      TO CLAVE-MDD
           MOVE WK-POLIZAS-PERSONA       TO POLIZAS-MDD
           MOVE WK-IMPORTE-PERSONA       TO IMPORTE-MDD
           MOVE WK-RETENCION-PERSONA     TO RETENCION-MDD
      *
           WRITE REG-FMODELO FROM LINEA-MOD-DETALLE
      *
           PERFORM 2450-CONTROL-FMODELO
              THRU 2450-CONTROL-FMODELO-EXIT
      *
           ADD CT-1                      TO CN-REGISTROS-MOD
           ADD CT-1                      TO CN-CERT-PRESTACION
           ADD WK-IMPORTE-PERSONA        TO WK-TOT-PRESTACIONES
           ADD WK-RETENCION-PERSONA      TO WK-TOT-RETENCIONES
      *
           .
       2230-CERRAR-CERT-PRESTAC-EXIT.
           EXIT.
      ******************************************************************
      *     2350-CONTROL-FCERTIF                                       *
      ******************************************************************
       2350-CONTROL-FCERTIF.
      *
           IF FS-FCERTIF NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCERTIF'
              DISPLAY 'PARRAFO: 2350-CONTROL-FCERTIF'
              DISPLAY 'FILE STATUS: ' FS-FCERTIF
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2350-CONTROL-FCERTIF-EXIT.
           EXIT.
      ******************************************************************
      *     2400-TRAILER                                               *
      *     TOTALES DE CONTROL DEL FICHERO INFORMATIVO: REGISTROS DE   *
      *     DETALLE Y, POR CLAVE, PERCEPTORES E IMPORTES.              *
      ******************************************************************
       2400-TRAILER.
      *
           MOVE CN-REGISTROS-MOD         TO REGISTROS-MDT
           MOVE CN-CERT-PRIMAS           TO PERCEP-PRIMAS-MDT
           MOVE WK-TOT-PRIMAS            TO IMPORTE-PRIMAS-MDT
           MOVE CN-CERT-PRESTACION       TO PERCEP-PRESTAC-MDT
           MOVE WK-TOT-PRESTACIONES      TO IMPORTE-PRESTAC-MDT
           MOVE WK-TOT-RETENCIONES       TO RETENCIONES-MDT
      *
           WRITE REG-FMODELO FROM LINEA-MOD-TRAILER
      *
           PERFORM 2450-CONTROL-FMODELO
              THRU 2450-CONTROL-FMODELO-EXIT
      *
           .
       2400-TRAILER-EXIT.
           EXIT.
      ******************************************************************
      *     2450-CONTROL-FMODELO                                       *
      ******************************************************************
       2450-CONTROL-FMODELO.
      *
           IF FS-FMODELO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FMODELO'
              DISPLAY 'PARRAFO: 2450-CONTROL-FMODELO'
              DISPLAY 'FILE STATUS: ' FS-FMODELO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2450-CONTROL-FMODELO-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-PRIMAS                                           *
      ******************************************************************
       9100-LEER-PRIMAS.
      *
           EXEC SQL
               FETCH CUR-PRIMAS
                INTO :TB-DNI
                    ,:TB-NOMBRE
                    ,:TB-DIRECCION
                    ,:RB-NUMERO-POLIZA
                    ,:WK-NUM-RECIBOS
                    ,:RB-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PRIMAS'
                    DISPLAY 'PARRAFO: 9100-LEER-PRIMAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-PRIMAS-EXIT.
           EXIT.
      ******************************************************************
      *     9200-LEER-PRESTACIONES                                     *
      ******************************************************************
       9200-LEER-PRESTACIONES.
      *
           EXEC SQL
               FETCH CUR-PRESTACIONES
                INTO :BF-DNI-BENEFICIARIO
                    ,:BF-NOMBRE
                    ,:BF-POLIZA
                    ,:PG-ID-SINIETRO
                    ,:PG-FECHA-PAGO
                    ,:BF-PORCENTAJE
                    ,:PG-IMPORTE-PAGO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PRESTACIONES'
                    DISPLAY 'PARRAFO: 9200-LEER-PRESTACIONES'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-PRESTACIONES-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FCERTIF
                 FMODELO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C E R T V I D A    **'
           DISPLAY '***********************************'
           DISPLAY '*CERTIF. PRIMAS     : ' CN-CERT-PRIMAS '      *'
           DISPLAY '*POLIZAS CON PRIMAS : ' CN-POLIZAS-PRIMAS '      *'
           DISPLAY '*CERTIF. PRESTACION : ' CN-CERT-PRESTACION
                   '      *'
           DISPLAY '*PAGOS CERTIFICADOS : ' CN-PAGOS-PRESTACION
                   '      *'
           DISPLAY '*REGISTROS DETALLE  : ' CN-REGISTROS-MOD '      *'
           DISPLAY '*TOMADORES SIN DATOS: ' CN-SIN-DATOS '      *'
           DISPLAY '***********************************'
           MOVE WK-TOT-PRIMAS            TO WK-IMPORTE-EDIT
           DISPLAY '*TOTAL PRIMAS       : ' WK-IMPORTE-EDIT
           MOVE WK-TOT-PRESTACIONES      TO WK-IMPORTE-EDIT
           DISPLAY '*TOTAL PRESTACIONES : ' WK-IMPORTE-EDIT
           MOVE WK-TOT-RETENCIONES       TO WK-IMPORTE-EDIT
           DISPLAY '*TOTAL RETENCIONES  : ' WK-IMPORTE-EDIT
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
