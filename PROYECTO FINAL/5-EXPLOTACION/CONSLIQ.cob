      ******************************************************************
      ** C O N S L I Q.-LIQUIDACION TRIMESTRAL DEL RECARGO DEL        **
      **                CONSORCIO DE COMPENSACION DE SEGUROS. PARA EL **
      **                TRIMESTRE DE SYSIN:                           **
      **                - LIQUIDA EL RECARGO DE LOS RECIBOS COBRADOS  **
      **                  (ESTADO 'C') HASTA EL CIERRE DEL TRIMESTRE  **
      **                  QUE AUN NO SE HABIAN LIQUIDADO Y LES MARCA  **
      **                  EL TRIMESTRE EN TRIM_CONSORCIO.             **
      **                - DESCUENTA LOS RECARGOS DE RECIBOS DEVUELTOS **
      **                  DESPUES DE LIQUIDADOS (DEVOLUCIONES_        **
      **                  CONSORCIO, LOS DA DE ALTA DEVBANCO) Y LES   **
      **                  MARCA EL TRIMESTRE.                         **
      **                GENERA EL FICHERO DE DETALLE PARA EL          **
      **                CONSORCIO (CABECERA, UN REGISTRO POR RECIBO Y **
      **                TRAILER CON EL NETO A INGRESAR) Y UN RESUMEN  **
      **                POR RAMO CUADRADO CONTRA LOS RECIBOS COBRADOS **
      **                EN EL TRIMESTRE: SI NO CUADRA TERMINA CON RC  **
      **                4. UN TRIMESTRE YA LIQUIDADO NO SE REPITE.    **
      **                SYSIN: AAAAT (ANYO Y TRIMESTRE; EN BLANCO =   **
      **                EL TRIMESTRE ANTERIOR AL ACTUAL).             **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CONSLIQ.
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
           SELECT FLIQCONS ASSIGN TO FLIQCONS
           FILE STATUS FS-FLIQCONS.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FLIQCONS
           RECORDING MODE IS F.
       01  REG-FLIQCONS               PIC X(0100).
      *    DETALLE DE LA LIQUIDACION PARA EL CONSORCIO
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    RESUMEN POR RAMO Y CUADRE CONTRA RECIBOS COBRADOS
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FLIQCONS            PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-RAMOS           PIC 9(02) VALUE 20.
      * CLAVE DE LA ENTIDAD ANTE EL CONSORCIO
           05  CT-CLAVE-ENTIDAD       PIC X(05) VALUE 'C0723'.
      *
       01  CN-CONTADORES.
           05  CN-LIQUIDADOS          PIC 9(05).
           05  CN-ATRASADOS           PIC 9(05).
           05  CN-DESCUENTOS          PIC 9(05).
           05  CN-REGISTROS           PIC 9(05).
      *
      * PARAMETROS DE SYSIN: ANYO Y TRIMESTRE
       01  WK-PARM-SYSIN.
           05  WK-ANYO-E              PIC 9(04).
           05  WK-TRIMESTRE-E         PIC 9(01).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC 9(04).
           05  WK-TRIMESTRE           PIC 9(01).
           05  WK-MES-DESDE           PIC 9(02).
           05  WK-MES-HASTA           PIC 9(02).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-FECHA-HASTA         PIC X(10).
           05  WK-TRIM-LIQ.
               10  WK-ANYO-LIQ        PIC 9(04).
               10  WK-TRIMESTRE-LIQ   PIC 9(01).
           05  WK-YA-LIQUIDADOS       PIC S9(09) COMP.
           05  WK-NUM-RECIBO          PIC S9(09) COMP.
           05  WK-POLIZA              PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-PRIMA               PIC S9(13)V9(2) COMP-3.
           05  WK-RECARGO             PIC S9(13)V9(2) COMP-3.
           05  WK-FECHA-MOV           PIC X(10).
           05  WK-NETO                PIC S9(13)V9(2) COMP-3.
      *
      * TOTALES DE LA LIQUIDACION
       01  WK-TOTALES.
           05  WK-TOT-PRIMAS          PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-COBRADO         PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-ATRASOS         PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-DESCUENTOS      PIC S9(13)V9(2) COMP-3.
           05  WK-TOT-RECIBOS         PIC S9(09) COMP.
      *
      * CUADRE: RECARGO DE LOS RECIBOS COBRADOS EN EL TRIMESTRE
       01  WK-CONTROL.
           05  WK-CTL-RECIBOS         PIC S9(09) COMP.
           05  WK-CTL-RECARGO         PIC S9(13)V9(2) COMP-3.
           05  WK-LIQ-RECIBOS         PIC S9(09) COMP.
           05  WK-LIQ-RECARGO         PIC S9(13)V9(2) COMP-3.
      *
       01  WK-INDICES.
           05  IND-RAMO               PIC 9(02).
           05  IND-BUSCA              PIC 9(02).
      *
      * ACUMULADOS POR RAMO
       01  TABLA-RAMOS.
           05  CN-RAMOS-TB            PIC 9(02).
           05  RAMOS-TB OCCURS 20.
               10  TIPO-TB            PIC X(02).
               10  RECIBOS-TB         PIC S9(09) COMP.
               10  PRIMAS-TB          PIC S9(13)V9(2) COMP-3.
               10  COBRADO-TB         PIC S9(13)V9(2) COMP-3.
               10  DESCUENTOS-TB      PIC S9(13)V9(2) COMP-3.
      *
      * REGISTROS DEL FICHERO DE LIQUIDACION
       01  LINEA-LIQ-CABECERA.
           05  TIPO-REG-LQC           PIC X(01) VALUE 'C'.
           05  ENTIDAD-LQC            PIC X(05).
           05  TRIMESTRE-LQC          PIC X(05).
           05  DESDE-LQC              PIC X(10).
           05  HASTA-LQC              PIC X(10).
           05  FECHA-GEN-LQC          PIC 9(08).
           05  FILLER                 PIC X(61) VALUE SPACES.
      *
      * TIPO 'D' RECARGO COBRADO, 'N' RECARGO DESCONTADO POR DEVOLUCION
       01  LINEA-LIQ-DETALLE.
           05  TIPO-REG-LQD           PIC X(01).
           05  RECIBO-LQD             PIC 9(09).
           05  POLIZA-LQD             PIC X(09).
           05  RAMO-LQD               PIC X(02).
           05  PRIMA-LQD              PIC 9(13)V9(2).
           05  RECARGO-LQD            PIC 9(13)V9(2).
           05  FECHA-LQD              PIC X(10).
           05  FILLER                 PIC X(39) VALUE SPACES.
      *
       01  LINEA-LIQ-TRAILER.
           05  TIPO-REG-LQT           PIC X(01) VALUE 'T'.
           05  REGISTROS-LQT          PIC 9(07).
           05  COBRADO-LQT            PIC 9(13)V9(2).
           05  DESCONTADO-LQT         PIC 9(13)V9(2).
           05  SIGNO-NETO-LQT         PIC X(01).
           05  NETO-LQT               PIC 9(13)V9(2).
           05  FILLER                 PIC X(46) VALUE SPACES.
      *
      * LINEAS DEL RESUMEN
       01  LINEA-TITULO.
           05  FILLER                 PIC X(40) VALUE
               'LIQUIDACION RECARGO CONSORCIO TRIMESTRE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TRIMESTRE-TIT          PIC 9(01).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  ANYO-TIT               PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESDE-TIT              PIC X(10).
           05  FILLER                 PIC X(03) VALUE ' A '.
           05  HASTA-TIT              PIC X(10).
           05  FILLER                 PIC X(60) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(06) VALUE 'RAMO  '.
           05  FILLER                 PIC X(10) VALUE '   RECIBOS'.
           05  FILLER                 PIC X(20) VALUE
               '      PRIMA COBRADA'.
           05  FILLER                 PIC X(20) VALUE
               '    RECARGO COBRADO'.
           05  FILLER                 PIC X(20) VALUE
               '  RECARGO DEVUELTO'.
           05  FILLER                 PIC X(20) VALUE
               '  NETO A INGRESAR'.
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  RAMO-DET               PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  RECIBOS-DET            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMAS-DET             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  COBRADO-DET            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DESCUENTOS-DET         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NETO-DET               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LINEA-CUADRE.
           05  CONCEPTO-CUA           PIC X(50).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECIBOS-CUA            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-CUA            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-CUA          PIC X(09).
           05  FILLER                 PIC X(39) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-CUADRE              PIC X(01).
               88  SI-CUADRA                    VALUE 'S'.
               88  NO-CUADRA                    VALUE 'N'.
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
      *--------DCLGEN DEVOLUCIONES_CONSORCIO--*
      *
           EXEC SQL
               INCLUDE TBDEVCON
           END-EXEC.
      *
      *--------CURSOR DE RECARGOS COBRADOS PENDIENTES DE LIQUIDAR-----*
      *
           EXEC SQL
               DECLARE CUR-COBRADOS CURSOR FOR
               SELECT R.NUM_RECIBO
                     ,R.NUMERO_POLIZA
                     ,COALESCE(S.TIPO, '  ')
                     ,R.IMPORTE
                     ,R.RECARGO_CONSORCIO
                     ,CHAR(R.FECHA_ESTADO)
                 FROM RECIBOS_PRIMAS R
                 LEFT OUTER JOIN SEGUROS_PEPITO_SEG S
                   ON S.NUMERO_POLIZA = R.NUMERO_POLIZA
                WHERE R.ESTADO = 'C'
                  AND R.RECARGO_CONSORCIO > 0
                  AND R.TRIM_CONSORCIO = ' '
                  AND R.FECHA_ESTADO <= :WK-FECHA-HASTA
                ORDER BY R.NUM_RECIBO
           END-EXEC.
      *
      *--------CURSOR DE RECARGOS DE RECIBOS DEVUELTOS A DESCONTAR----*
      *
           EXEC SQL
               DECLARE CUR-DEVUELTOS CURSOR FOR
               SELECT D.NUM_RECIBO
                     ,R.NUMERO_POLIZA
                     ,COALESCE(S.TIPO, '  ')
                     ,R.IMPORTE
                     ,D.RECARGO_CONSORCIO
                     ,CHAR(D.FECHA_DEVOLUCION)
                 FROM DEVOLUCIONES_CONSORCIO D
                 INNER JOIN RECIBOS_PRIMAS R
                   ON R.NUM_RECIBO = D.NUM_RECIBO
                 LEFT OUTER JOIN SEGUROS_PEPITO_SEG S
                   ON S.NUMERO_POLIZA = R.NUMERO_POLIZA
                WHERE D.TRIM_CONSORCIO = ' '
                  AND D.FECHA_DEVOLUCION <= :WK-FECHA-HASTA
                ORDER BY D.NUM_RECIBO
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
                      WK-CONTROL
                      TABLA-RAMOS
                      DCLRECIBOS-PRIMAS
                      DCLDEVOLUCIONES-CONSORCIO
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           PERFORM 1100-TRIMESTRE
              THRU 1100-TRIMESTRE-EXIT
      *
           DISPLAY 'CONSLIQ: TRIMESTRE ' WK-TRIMESTRE '/' WK-ANYO
                   ' (' WK-FECHA-DESDE ' A ' WK-FECHA-HASTA ')'
      *
           OPEN OUTPUT FLIQCONS
                       FINFORME
      *
           IF FS-FLIQCONS NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FLIQCONS ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1200-COMPROBAR-LIQUIDADO
              THRU 1200-COMPROBAR-LIQUIDADO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-TRIMESTRE                                             *
      *     TRIMESTRE DE SYSIN O, SI NO SE INFORMA, EL ANTERIOR AL DE  *
      *     LA FECHA DE HOY. VENTANA DEL PRIMER AL ULTIMO DIA.         *
      ******************************************************************
       1100-TRIMESTRE.
      *
           IF WK-ANYO-E NOT NUMERIC
              OR WK-TRIMESTRE-E NOT NUMERIC
              OR WK-ANYO-E = 0
              MOVE WK-FECHA-HOY-AAAAMMDD(1:4) TO WK-ANYO
              MOVE WK-FECHA-HOY-AAAAMMDD(5:2) TO WK-MES-DESDE
              COMPUTE WK-TRIMESTRE = (WK-MES-DESDE - 1) / 3 + 1
              IF WK-TRIMESTRE = 1
                 MOVE 4                  TO WK-TRIMESTRE
                 SUBTRACT CT-1           FROM WK-ANYO
              ELSE
                 SUBTRACT CT-1           FROM WK-TRIMESTRE
              END-IF
           ELSE
              MOVE WK-ANYO-E             TO WK-ANYO
              MOVE WK-TRIMESTRE-E        TO WK-TRIMESTRE
           END-IF
      *
           IF WK-TRIMESTRE < 1 OR WK-TRIMESTRE > 4
              DISPLAY 'ERROR: TRIMESTRE NO VALIDO: ' WK-TRIMESTRE
              DISPLAY 'PARRAFO: 1100-TRIMESTRE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-MES-DESDE = WK-TRIMESTRE * 3 - 2
           COMPUTE WK-MES-HASTA = WK-TRIMESTRE * 3
      *
           MOVE WK-ANYO                  TO WK-FECHA-DESDE(1:4)
           MOVE '-'                      TO WK-FECHA-DESDE(5:1)
           MOVE WK-MES-DESDE             TO WK-FECHA-DESDE(6:2)
           MOVE '-01'                    TO WK-FECHA-DESDE(8:3)
      *
           MOVE WK-ANYO                  TO WK-FECHA-HASTA(1:4)
           MOVE '-'                      TO WK-FECHA-HASTA(5:1)
           MOVE WK-MES-HASTA             TO WK-FECHA-HASTA(6:2)
           IF WK-TRIMESTRE = 1 OR WK-TRIMESTRE = 4
              MOVE '-31'                 TO WK-FECHA-HASTA(8:3)
           ELSE
              MOVE '-30'                 TO WK-FECHA-HASTA(8:3)
           END-IF
      *
           MOVE WK-ANYO                  TO WK-ANYO-LIQ
           MOVE WK-TRIMESTRE             TO WK-TRIMESTRE-LIQ
      *
           .
       1100-TRIMESTRE-EXIT.
           EXIT.
      ******************************************************************
      *     1200-COMPROBAR-LIQUIDADO                                   *
      *     UN TRIMESTRE CON RECIBOS O DESCUENTOS YA MARCADOS ESTA     *
      *     LIQUIDADO: NO SE VUELVE A LIQUIDAR.                        *
      ******************************************************************
       1200-COMPROBAR-LIQUIDADO.
      *
           MOVE WK-TRIM-LIQ              TO RB-TRIM-CONSORCIO
      *
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM RECIBOS_PRIMAS
                        WHERE TRIM_CONSORCIO = :RB-TRIM-CONSORCIO)
                    + (SELECT COUNT(*)
                         FROM DEVOLUCIONES_CONSORCIO
                        WHERE TRIM_CONSORCIO = :RB-TRIM-CONSORCIO)
                 INTO :WK-YA-LIQUIDADOS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1200-COMPROBAR-LIQUIDADO'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-YA-LIQUIDADOS > 0
              DISPLAY 'ERROR: TRIMESTRE YA LIQUIDADO: ' WK-TRIM-LIQ
              DISPLAY 'PARRAFO: 1200-COMPROBAR-LIQUIDADO'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1200-COMPROBAR-LIQUIDADO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE CT-CLAVE-ENTIDAD         TO ENTIDAD-LQC
           MOVE WK-TRIM-LIQ              TO TRIMESTRE-LQC
           MOVE WK-FECHA-DESDE           TO DESDE-LQC
           MOVE WK-FECHA-HASTA           TO HASTA-LQC
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-GEN-LQC
      *
           WRITE REG-FLIQCONS FROM LINEA-LIQ-CABECERA
      *
           PERFORM 2700-CONTROL-FLIQCONS
              THRU 2700-CONTROL-FLIQCONS-EXIT
      *
           PERFORM 2100-LIQUIDAR-COBRADOS
              THRU 2100-LIQUIDAR-COBRADOS-EXIT
      *
           PERFORM 2200-DESCONTAR-DEVUELTOS
              THRU 2200-DESCONTAR-DEVUELTOS-EXIT
      *
           COMPUTE WK-NETO = WK-TOT-COBRADO - WK-TOT-DESCUENTOS
      *
           MOVE CN-REGISTROS             TO REGISTROS-LQT
           MOVE WK-TOT-COBRADO           TO COBRADO-LQT
           MOVE WK-TOT-DESCUENTOS        TO DESCONTADO-LQT
           MOVE WK-NETO                  TO NETO-LQT
           IF WK-NETO < 0
              MOVE '-'                   TO SIGNO-NETO-LQT
           ELSE
              MOVE '+'                   TO SIGNO-NETO-LQT
           END-IF
      *
           WRITE REG-FLIQCONS FROM LINEA-LIQ-TRAILER
      *
           PERFORM 2700-CONTROL-FLIQCONS
              THRU 2700-CONTROL-FLIQCONS-EXIT
      *
           PERFORM 2400-RESUMEN
              THRU 2400-RESUMEN-EXIT
      *
           PERFORM 2300-CUADRE
              THRU 2300-CUADRE-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-LIQUIDAR-COBRADOS                                     *
      ******************************************************************
       2100-LIQUIDAR-COBRADOS.
      *
           EXEC SQL
               OPEN CUR-COBRADOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-COBRADOS'
              DISPLAY 'PARRAFO: 2100-LIQUIDAR-COBRADOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2110-LIQUIDAR-RECIBO
              THRU 2110-LIQUIDAR-RECIBO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-COBRADOS
           END-EXEC
      *
           .
       2100-LIQUIDAR-COBRADOS-EXIT.
           EXIT.
      ******************************************************************
      *     2110-LIQUIDAR-RECIBO                                       *
      *     UN RECIBO COBRADO ANTES DEL TRIMESTRE Y AUN SIN LIQUIDAR   *
      *     (ATRASO) SE LIQUIDA AHORA Y SE SEPARA EN EL CUADRE.        *
      ******************************************************************
       2110-LIQUIDAR-RECIBO.
      *
           EXEC SQL
               FETCH CUR-COBRADOS
                INTO :WK-NUM-RECIBO
                    ,:WK-POLIZA
                    ,:WK-TIPO-POLIZA
                    ,:WK-PRIMA
                    ,:WK-RECARGO
                    ,:WK-FECHA-MOV
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2110-LIQUIDAR-RECIBO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-COBRADOS'
                    DISPLAY 'PARRAFO: 2110-LIQUIDAR-RECIBO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-NUM-RECIBO            TO RB-NUM-RECIBO
           MOVE WK-TRIM-LIQ              TO RB-TRIM-CONSORCIO
      *
           EXEC SQL
               UPDATE RECIBOS_PRIMAS
                  SET TRIM_CONSORCIO = :RB-TRIM-CONSORCIO
                WHERE NUM_RECIBO = :RB-NUM-RECIBO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2110-LIQUIDAR-RECIBO'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'D'                      TO TIPO-REG-LQD
           PERFORM 2500-ESCRIBIR-DETALLE
              THRU 2500-ESCRIBIR-DETALLE-EXIT
      *
           PERFORM 2600-BUSCAR-RAMO
              THRU 2600-BUSCAR-RAMO-EXIT
      *
           ADD CT-1                      TO RECIBOS-TB (IND-RAMO)
           ADD WK-PRIMA                  TO PRIMAS-TB (IND-RAMO)
           ADD WK-RECARGO                TO COBRADO-TB (IND-RAMO)
      *
           ADD CT-1                      TO WK-TOT-RECIBOS
           ADD WK-PRIMA                  TO WK-TOT-PRIMAS
           ADD WK-RECARGO                TO WK-TOT-COBRADO
      *
           IF WK-FECHA-MOV < WK-FECHA-DESDE
              ADD CT-1                   TO CN-ATRASADOS
              ADD WK-RECARGO             TO WK-TOT-ATRASOS
           ELSE
              ADD CT-1                   TO WK-LIQ-RECIBOS
              ADD WK-RECARGO             TO WK-LIQ-RECARGO
           END-IF
      *
           ADD CT-1                      TO CN-LIQUIDADOS
      *
           .
       2110-LIQUIDAR-RECIBO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-DESCONTAR-DEVUELTOS                                   *
      ******************************************************************
       2200-DESCONTAR-DEVUELTOS.
      *
           EXEC SQL
               OPEN CUR-DEVUELTOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DEVUELTOS'
              DISPLAY 'PARRAFO: 2200-DESCONTAR-DEVUELTOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2210-DESCONTAR-RECIBO
              THRU 2210-DESCONTAR-RECIBO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-DEVUELTOS
           END-EXEC
      *
           .
       2200-DESCONTAR-DEVUELTOS-EXIT.
           EXIT.
      ******************************************************************
      *     2210-DESCONTAR-RECIBO                                      *
      ******************************************************************
       2210-DESCONTAR-RECIBO.
      *
           EXEC SQL
               FETCH CUR-DEVUELTOS
                INTO :WK-NUM-RECIBO
                    ,:WK-POLIZA
                    ,:WK-TIPO-POLIZA
                    ,:WK-PRIMA
                    ,:WK-RECARGO
                    ,:WK-FECHA-MOV
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2210-DESCONTAR-RECIBO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-DEVUELTOS'
                    DISPLAY 'PARRAFO: 2210-DESCONTAR-RECIBO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-NUM-RECIBO            TO DC-NUM-RECIBO
           MOVE WK-TRIM-LIQ              TO DC-TRIM-CONSORCIO
      *
           EXEC SQL
               UPDATE DEVOLUCIONES_CONSORCIO
                  SET TRIM_CONSORCIO = :DC-TRIM-CONSORCIO
                WHERE NUM_RECIBO = :DC-NUM-RECIBO
                  AND TRIM_CONSORCIO = ' '
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2210-DESCONTAR-RECIBO'
              DISPLAY 'TABLA: DEVOLUCIONES_CONSORCIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE 'N'                      TO TIPO-REG-LQD
           PERFORM 2500-ESCRIBIR-DETALLE
              THRU 2500-ESCRIBIR-DETALLE-EXIT
      *
           PERFORM 2600-BUSCAR-RAMO
              THRU 2600-BUSCAR-RAMO-EXIT
      *
           ADD WK-RECARGO                TO DESCUENTOS-TB (IND-RAMO)
           ADD WK-RECARGO                TO WK-TOT-DESCUENTOS
      *
           ADD CT-1                      TO CN-DESCUENTOS
      *
           .
       2210-DESCONTAR-RECIBO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CUADRE                                                *
      *     EL RECARGO DE LOS RECIBOS COBRADOS EN EL TRIMESTRE (ESTADO *
      *     'C' Y FECHA DE ESTADO EN LA VENTANA) DEBE COINCIDIR CON LO *
      *     LIQUIDADO EN ESTA EJECUCION SIN CONTAR LOS ATRASOS.        *
      ******************************************************************
       2300-CUADRE.
      *
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(RECARGO_CONSORCIO), 0)
                 INTO :WK-CTL-RECIBOS
                     ,:WK-CTL-RECARGO
                 FROM RECIBOS_PRIMAS
                WHERE ESTADO = 'C'
                  AND RECARGO_CONSORCIO > 0
                  AND FECHA_ESTADO BETWEEN :WK-FECHA-DESDE
                                       AND :WK-FECHA-HASTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-CUADRE'
              DISPLAY 'TABLA: RECIBOS_PRIMAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-CTL-RECIBOS = WK-LIQ-RECIBOS
              AND WK-CTL-RECARGO = WK-LIQ-RECARGO
              SET SI-CUADRA              TO TRUE
           ELSE
              SET NO-CUADRA              TO TRUE
           END-IF
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
      *
           MOVE 'RECIBOS COBRADOS EN EL TRIMESTRE CON RECARGO'
                                         TO CONCEPTO-CUA
           MOVE WK-CTL-RECIBOS           TO RECIBOS-CUA
           MOVE WK-CTL-RECARGO           TO IMPORTE-CUA
           MOVE SPACES                   TO RESULTADO-CUA
           WRITE REG-FINFORME FROM LINEA-CUADRE
      *
           MOVE 'LIQUIDADOS DEL TRIMESTRE'
                                         TO CONCEPTO-CUA
           MOVE WK-LIQ-RECIBOS           TO RECIBOS-CUA
           MOVE WK-LIQ-RECARGO           TO IMPORTE-CUA
           IF SI-CUADRA
              MOVE 'CUADRA'              TO RESULTADO-CUA
           ELSE
              MOVE 'DESCUADRE'           TO RESULTADO-CUA
           END-IF
           WRITE REG-FINFORME FROM LINEA-CUADRE
      *
           MOVE 'ATRASOS DE TRIMESTRES ANTERIORES'
                                         TO CONCEPTO-CUA
           MOVE CN-ATRASADOS             TO RECIBOS-CUA
           MOVE WK-TOT-ATRASOS           TO IMPORTE-CUA
           MOVE SPACES                   TO RESULTADO-CUA
           WRITE REG-FINFORME FROM LINEA-CUADRE
      *
           MOVE 'DESCUENTOS POR RECIBOS DEVUELTOS'
                                         TO CONCEPTO-CUA
           MOVE CN-DESCUENTOS            TO RECIBOS-CUA
           MOVE WK-TOT-DESCUENTOS        TO IMPORTE-CUA
           WRITE REG-FINFORME FROM LINEA-CUADRE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2300-CUADRE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF NO-CUADRA
              DISPLAY 'CONSLIQ: LA LIQUIDACION NO CUADRA CON LOS '
                      'RECIBOS COBRADOS'
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           .
       2300-CUADRE-EXIT.
           EXIT.
      ******************************************************************
      *     2400-RESUMEN                                               *
      ******************************************************************
       2400-RESUMEN.
      *
           MOVE WK-TRIMESTRE             TO TRIMESTRE-TIT
           MOVE WK-ANYO                  TO ANYO-TIT
           MOVE WK-FECHA-DESDE           TO DESDE-TIT
           MOVE WK-FECHA-HASTA           TO HASTA-TIT
           WRITE REG-FINFORME FROM LINEA-TITULO
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           PERFORM 2410-LINEA-RAMO
              THRU 2410-LINEA-RAMO-EXIT
           VARYING IND-RAMO FROM 1 BY 1
             UNTIL IND-RAMO > CN-RAMOS-TB
      *
           MOVE 'TO'                     TO RAMO-DET
           MOVE WK-TOT-RECIBOS           TO RECIBOS-DET
           MOVE WK-TOT-PRIMAS            TO PRIMAS-DET
           MOVE WK-TOT-COBRADO           TO COBRADO-DET
           MOVE WK-TOT-DESCUENTOS        TO DESCUENTOS-DET
           MOVE WK-NETO                  TO NETO-DET
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2400-RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-RESUMEN-EXIT.
           EXIT.
      ******************************************************************
      *     2410-LINEA-RAMO                                            *
      ******************************************************************
       2410-LINEA-RAMO.
      *
           MOVE TIPO-TB (IND-RAMO)       TO RAMO-DET
           MOVE RECIBOS-TB (IND-RAMO)    TO RECIBOS-DET
           MOVE PRIMAS-TB (IND-RAMO)     TO PRIMAS-DET
           MOVE COBRADO-TB (IND-RAMO)    TO COBRADO-DET
           MOVE DESCUENTOS-TB (IND-RAMO) TO DESCUENTOS-DET
           COMPUTE NETO-DET =
                   COBRADO-TB (IND-RAMO) - DESCUENTOS-TB (IND-RAMO)
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           .
       2410-LINEA-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ESCRIBIR-DETALLE                                      *
      ******************************************************************
       2500-ESCRIBIR-DETALLE.
      *
           MOVE WK-NUM-RECIBO            TO RECIBO-LQD
           MOVE WK-POLIZA                TO POLIZA-LQD
           MOVE WK-TIPO-POLIZA           TO RAMO-LQD
           MOVE WK-PRIMA                 TO PRIMA-LQD
           MOVE WK-RECARGO               TO RECARGO-LQD
           MOVE WK-FECHA-MOV             TO FECHA-LQD
      *
           WRITE REG-FLIQCONS FROM LINEA-LIQ-DETALLE
      *
           PERFORM 2700-CONTROL-FLIQCONS
              THRU 2700-CONTROL-FLIQCONS-EXIT
      *
           ADD CT-1                      TO CN-REGISTROS
      *
           .
       2500-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2600-BUSCAR-RAMO                                           *
      *     POSICION DEL RAMO EN LA TABLA; UNO NUEVO SE ANYADE.        *
      ******************************************************************
       2600-BUSCAR-RAMO.
      *
           MOVE 0                        TO IND-RAMO
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-RAMOS-TB
                OR IND-RAMO > 0
              IF TIPO-TB (IND-BUSCA) = WK-TIPO-POLIZA
                 MOVE IND-BUSCA          TO IND-RAMO
              END-IF
           END-PERFORM
      *
           IF IND-RAMO = 0
              IF CN-RAMOS-TB >= CT-MAX-RAMOS
                 DISPLAY 'ERROR: TABLA DE RAMOS LLENA'
                 DISPLAY 'PARRAFO: 2600-BUSCAR-RAMO'
                 DISPLAY 'RAMO: ' WK-TIPO-POLIZA
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                   TO CN-RAMOS-TB
              MOVE CN-RAMOS-TB           TO IND-RAMO
              MOVE WK-TIPO-POLIZA        TO TIPO-TB (IND-RAMO)
           END-IF
      *
           .
       2600-BUSCAR-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-CONTROL-FLIQCONS                                      *
      ******************************************************************
       2700-CONTROL-FLIQCONS.
      *
           IF FS-FLIQCONS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FLIQCONS'
              DISPLAY 'PARRAFO: 2700-CONTROL-FLIQCONS'
              DISPLAY 'FILE STATUS: ' FS-FLIQCONS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2700-CONTROL-FLIQCONS-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     LAS MARCAS DE LIQUIDACION SOLO SE CONFIRMAN SI EL FICHERO  *
      *     SE HA GENERADO COMPLETO.                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
      *
           CLOSE FLIQCONS
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C O N S L I Q      **'
           DISPLAY '***********************************'
           DISPLAY '*RECIBOS LIQUIDADOS : ' CN-LIQUIDADOS '      *'
           DISPLAY '*  DE ELLOS ATRASOS : ' CN-ATRASADOS '      *'
           DISPLAY '*DESCUENTOS DEVOLUC.: ' CN-DESCUENTOS '      *'
           DISPLAY '*REGISTROS DETALLE  : ' CN-REGISTROS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
