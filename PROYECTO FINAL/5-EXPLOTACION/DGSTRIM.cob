      ******************************************************************
      ** D G S T R I M.-DECLARACION ESTADISTICA TRIMESTRAL AL         **
      **                SUPERVISOR DE SEGUROS. PARA EL TRIMESTRE DE   **
      **                SYSIN OBTIENE POR RAMO (TIPO DE POLIZA):      **
      **                - POLIZAS EN VIGOR AL CIERRE DEL TRIMESTRE.   **
      **                - PRIMAS EMITIDAS (RECIBOS_PRIMAS NO ANULADOS **
      **                  EMITIDOS EN EL TRIMESTRE).                  **
      **                - SINIESTROS PAGADOS (PAGOS_SINIESTROS DEL    **
      **                  TRIMESTRE, ANTICIPOS Y FINIQUITOS).         **
      **                - SINIESTROS RESERVADOS AL CIERRE DEL         **
      **                  TRIMESTRE (FOTO DE HISTORICO_RESERVAS QUE   **
      **                  GRABA TRIANSIN; SIN FOTO TERMINA CON RC 8). **
      **                CADA CIFRA EN BRUTO, CEDIDO Y NETO DE         **
      **                REASEGURO: LA PRIMA CEDIDA SALE DEL BORDEREAU **
      **                DEL TRIMESTRE GENERADO POR REASCES Y PAGOS Y  **
      **                RESERVAS SE CEDEN AL PORCENTAJE DEL TRATADO   **
      **                VIGENTE AL CIERRE (TRATADOS_REASEGURO).       **
      **                GENERA EL FICHERO CON EL DISENO DEL           **
      **                SUPERVISOR (CABECERA, DETALLE POR RAMO Y      **
      **                TRAILER) Y UN INFORME CON LA DECLARACION Y    **
      **                UNA PAGINA DE CUADRE CONTRA LAS FUENTES: SI   **
      **                ALGUN CONCEPTO NO CUADRA TERMINA CON RC 4.    **
      **                SYSIN: AAAAT (ANYO Y TRIMESTRE; EN BLANCO =   **
      **                EL TRIMESTRE ANTERIOR AL ACTUAL).             **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   DGSTRIM.
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
           SELECT FBORDER ASSIGN TO FBORDER
           FILE STATUS FS-FBORDER.
      *
           SELECT FDGS ASSIGN TO FDGS
           FILE STATUS FS-FDGS.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FBORDER
           RECORDING MODE IS F.
       01  REG-FBORDER                PIC X(0120).
      *    BORDEREAU DE CESIONES DEL TRIMESTRE (SALIDA DE REASCES)
      *
       FD FDGS
           RECORDING MODE IS F.
       01  REG-FDGS                   PIC X(0200).
      *    DECLARACION TRIMESTRAL CON EL DISENO DEL SUPERVISOR
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    DECLARACION POR RAMO Y PAGINA DE CUADRE
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FBORDER             PIC X(02).
           05  FS-FDGS                PIC X(02).
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-RAMOS           PIC 9(02) VALUE 20.
      * CLAVE ADMINISTRATIVA DE LA ENTIDAD EN EL REGISTRO DEL SUPERVISOR
           05  CT-CLAVE-ENTIDAD       PIC X(05) VALUE 'C0723'.
      *
       01  CN-CONTADORES.
           05  CN-RAMOS               PIC 9(05).
           05  CN-DETALLES-BOR        PIC 9(05).
           05  CN-REGISTROS-DGS       PIC 9(05).
           05  CN-DESCUADRES          PIC 9(05).
      *
      * PARAMETROS DE SYSIN: ANYO Y TRIMESTRE
       01  WK-PARM-SYSIN.
           05  WK-ANYO-E              PIC 9(04).
           05  WK-TRIMESTRE-E         PIC 9(01).
      *
      * REGISTRO DEL BORDEREAU DE REASCES
       01  DATOS-BORDEREAU.
           05  TIPO-REG-BOR           PIC X(01).
               88  SI-CABECERA-BOR              VALUE 'C'.
               88  SI-DETALLE-BOR               VALUE 'D'.
               88  SI-TOTAL-BOR                 VALUE 'T'.
           05  RESTO-BOR              PIC X(119).
       01  DATOS-CAB-BOR REDEFINES DATOS-BORDEREAU.
           05  FILLER                 PIC X(01).
           05  FECHA-CAB-BOR          PIC 9(08).
           05  FILLER                 PIC X(20).
           05  DESDE-CAB-BOR          PIC X(10).
           05  FILLER                 PIC X(03).
           05  HASTA-CAB-BOR          PIC X(10).
           05  FILLER                 PIC X(68).
       01  DATOS-DET-BOR REDEFINES DATOS-BORDEREAU.
           05  FILLER                 PIC X(01).
           05  TRATADO-DET-BOR        PIC X(06).
           05  FILLER                 PIC X(02).
           05  POLIZA-DET-BOR         PIC X(09).
           05  FILLER                 PIC X(02).
           05  TIPO-DET-BOR           PIC X(02).
           05  FILLER                 PIC X(02).
           05  PORCENT-DET-BOR        PIC ZZ9,99.
           05  FILLER                 PIC X(02).
           05  PRIMA-CED-DET-BOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(71).
       01  DATOS-TOT-BOR REDEFINES DATOS-BORDEREAU.
           05  FILLER                 PIC X(01).
           05  TRATADO-TOT-BOR        PIC X(06).
           05  FILLER                 PIC X(02).
           05  POLIZAS-TOT-BOR        PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  PRIMA-CED-TOT-BOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(87).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-ANYO                PIC 9(04).
           05  WK-TRIMESTRE           PIC 9(01).
           05  WK-MES-DESDE           PIC 9(02).
           05  WK-MES-HASTA           PIC 9(02).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-FECHA-HASTA         PIC X(10).
           05  WK-MEDIDA              PIC X(02).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-NUMERO              PIC S9(09) COMP.
           05  WK-NUM-FOTO            PIC S9(09) COMP.
           05  WK-IMPORTE             PIC S9(13)V9(2) COMP-3.
           05  WK-PORCENT-CESION      PIC S9(03)V9(2) COMP-3.
           05  WK-PRIMA-CEDIDA        PIC S9(13)V9(2) COMP-3.
           05  WK-CED-DETALLE-BOR     PIC S9(15)V9(2) COMP-3.
           05  WK-CED-TOTALES-BOR     PIC S9(15)V9(2) COMP-3.
           05  WK-DECLARADO           PIC S9(15)V9(2) COMP-3.
           05  WK-ORIGEN              PIC S9(15)V9(2) COMP-3.
           05  WK-CONCEPTO            PIC X(40).
      *
      * TOTALES DE LA DECLARACION
       01  WK-TOTALES.
           05  WK-TOT-POLIZAS         PIC S9(09) COMP.
           05  WK-TOT-PAGADOS         PIC S9(09) COMP.
           05  WK-TOT-RESERVADOS      PIC S9(09) COMP.
           05  WK-TOT-PRIMAS          PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-PRIMA-CED       PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-PAGOS           PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-PAGOS-CED       PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-RESERVAS        PIC S9(15)V9(2) COMP-3.
           05  WK-TOT-RESERVAS-CED    PIC S9(15)V9(2) COMP-3.
      *
      * TOTALES DE LAS FUENTES PARA EL CUADRE
       01  WK-CONTROL.
           05  WK-CTL-PRIMAS          PIC S9(15)V9(2) COMP-3.
           05  WK-CTL-PAGOS           PIC S9(15)V9(2) COMP-3.
           05  WK-CTL-RESERVAS        PIC S9(15)V9(2) COMP-3.
           05  WK-CTL-FINIQ-NETOSIN   PIC S9(09) COMP.
           05  WK-CTL-FINIQ-PAGOS     PIC S9(09) COMP.
      *
       01  WK-INDICES.
           05  IND-RAMO               PIC 9(02).
           05  IND-BUSCA              PIC 9(02).
      *
      * CIFRAS POR RAMO
       01  TABLA-RAMOS.
           05  CN-RAMOS-TB            PIC 9(02).
           05  RAMOS-TB OCCURS 20.
               10  TIPO-TB            PIC X(02).
               10  POLIZAS-TB         PIC S9(09) COMP.
               10  PORCENT-TB         PIC S9(03)V9(2) COMP-3.
               10  PRIMAS-TB          PIC S9(13)V9(2) COMP-3.
               10  PRIMA-CED-TB       PIC S9(13)V9(2) COMP-3.
               10  PAGADOS-TB         PIC S9(09) COMP.
               10  PAGOS-TB           PIC S9(13)V9(2) COMP-3.
               10  PAGOS-CED-TB       PIC S9(13)V9(2) COMP-3.
               10  RESERVADOS-TB      PIC S9(09) COMP.
               10  RESERVAS-TB        PIC S9(13)V9(2) COMP-3.
               10  RESERVAS-CED-TB    PIC S9(13)V9(2) COMP-3.
      *
      * REGISTROS DEL FICHERO DEL SUPERVISOR
       01  LINEA-DGS-CABECERA.
           05  TIPO-REG-DGC           PIC X(01) VALUE '1'.
           05  ENTIDAD-DGC            PIC X(05).
           05  ANYO-DGC               PIC 9(04).
           05  TRIMESTRE-DGC          PIC 9(01).
           05  FECHA-GEN-DGC          PIC 9(08).
           05  FILLER                 PIC X(181) VALUE SPACES.
      *
       01  LINEA-DGS-DETALLE.
           05  TIPO-REG-DGD           PIC X(01) VALUE '2'.
           05  ENTIDAD-DGD            PIC X(05).
           05  RAMO-DGD               PIC X(02).
           05  POLIZAS-DGD            PIC 9(09).
           05  PORCENT-DGD            PIC 9(03)V9(2).
           05  PRIMAS-BRUTAS-DGD      PIC 9(13)V9(2).
           05  PRIMAS-CEDIDAS-DGD     PIC 9(13)V9(2).
           05  PRIMAS-NETAS-DGD       PIC 9(13)V9(2).
           05  PAGADOS-DGD            PIC 9(07).
           05  PAGOS-BRUTOS-DGD       PIC 9(13)V9(2).
           05  PAGOS-CEDIDOS-DGD      PIC 9(13)V9(2).
           05  PAGOS-NETOS-DGD        PIC 9(13)V9(2).
           05  RESERVADOS-DGD         PIC 9(07).
           05  RESERVAS-BRUTAS-DGD    PIC 9(13)V9(2).
           05  RESERVAS-CEDIDAS-DGD   PIC 9(13)V9(2).
           05  RESERVAS-NETAS-DGD     PIC 9(13)V9(2).
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  LINEA-DGS-TRAILER.
           05  TIPO-REG-DGT           PIC X(01) VALUE '9'.
           05  ENTIDAD-DGT            PIC X(05).
           05  REGISTROS-DGT          PIC 9(05).
           05  PRIMAS-BRUTAS-DGT      PIC 9(15)V9(2).
           05  PAGOS-BRUTOS-DGT       PIC 9(15)V9(2).
           05  RESERVAS-BRUTAS-DGT    PIC 9(15)V9(2).
           05  FILLER                 PIC X(138) VALUE SPACES.
      *
      * LINEAS DEL INFORME
       01  LINEA-TITULO.
           05  FILLER                 PIC X(45) VALUE
               'DECLARACION ESTADISTICA TRIMESTRAL. TRIMESTRE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TRIMESTRE-TIT          PIC 9(01).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  ANYO-TIT               PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESDE-TIT              PIC X(10).
           05  FILLER                 PIC X(03) VALUE ' A '.
           05  HASTA-TIT              PIC X(10).
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(04) VALUE 'RAMO'.
           05  FILLER                 PIC X(08) VALUE ' POLIZAS'.
           05  FILLER                 PIC X(07) VALUE '  %CES.'.
           05  FILLER                 PIC X(15) VALUE
               '  PRIMAS BRUTAS'.
           05  FILLER                 PIC X(15) VALUE
               '   PRIMA CEDIDA'.
           05  FILLER                 PIC X(15) VALUE
               '     PRIMA NETA'.
           05  FILLER                 PIC X(15) VALUE
               '   PAGOS BRUTOS'.
           05  FILLER                 PIC X(15) VALUE
               '    PAGOS NETOS'.
           05  FILLER                 PIC X(15) VALUE
               'RESERVAS BRUTAS'.
           05  FILLER                 PIC X(15) VALUE
               ' RESERVAS NETAS'.
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  LINEA-DETALLE.
           05  RAMO-DET               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZAS-DET            PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PORCENT-DET            PIC ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMAS-DET             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PRIMA-CED-DET          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PRIMA-NETA-DET         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PAGOS-DET              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PAGOS-NETOS-DET        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RESERVAS-DET           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RESERVAS-NETAS-DET     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       01  LINEA-TITULO-CUADRE.
           05  FILLER                 PIC X(50) VALUE
               'CUADRE DE LA DECLARACION CONTRA LAS FUENTES'.
           05  FILLER                 PIC X(82) VALUE SPACES.
      *
       01  LINEA-CABECERA-CUADRE.
           05  FILLER                 PIC X(40) VALUE 'CONCEPTO'.
           05  FILLER                 PIC X(22) VALUE
               '             DECLARADO'.
           05  FILLER                 PIC X(22) VALUE
               '                FUENTE'.
           05  FILLER                 PIC X(22) VALUE
               '            DIFERENCIA'.
           05  FILLER                 PIC X(26) VALUE '  RESULTADO'.
      *
       01  LINEA-CUADRE.
           05  CONCEPTO-CUA           PIC X(40).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DECLARADO-CUA          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ORIGEN-CUA             PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIFERENCIA-CUA         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RESULTADO-CUA          PIC X(09).
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-FBORDER         PIC X(01).
               88  SI-FIN-FBORDER               VALUE 'S'.
               88  NO-FIN-FBORDER               VALUE 'N'.
           05  SW-CABECERA-BOR        PIC X(01).
               88  SI-CABECERA-LEIDA            VALUE 'S'.
               88  NO-CABECERA-LEIDA            VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN TRATADOS_REASEGURO--*
      *
           EXEC SQL
               INCLUDE TBTRAREA
           END-EXEC.
      *
      *--------CURSOR DE CIFRAS DEL TRIMESTRE POR RAMO-----------------*
      *
           EXEC SQL
               DECLARE CUR-RAMOS CURSOR FOR
               SELECT 'PV'
                     ,TIPO
                     ,COUNT(*)
                     ,0
                 FROM SEGUROS_PEPITO_SEG
                WHERE FECHA_INICIO <= :WK-FECHA-HASTA
                  AND FECHA_VENCIMIENTO >= :WK-FECHA-HASTA
                GROUP BY TIPO
               UNION ALL
               SELECT 'PE'
                     ,S.TIPO
                     ,COUNT(*)
                     ,SUM(R.IMPORTE)
                 FROM RECIBOS_PRIMAS R
                     ,SEGUROS_PEPITO_SEG S
                WHERE R.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND R.FECHA_EMISION BETWEEN :WK-FECHA-DESDE
                                          AND :WK-FECHA-HASTA
                  AND R.ESTADO <> 'A'
                GROUP BY S.TIPO
               UNION ALL
               SELECT 'SP'
                     ,S.TIPO
                     ,COUNT(DISTINCT P.ID_SINIETRO)
                     ,SUM(P.IMPORTE_PAGO)
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG S
                WHERE P.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND P.FECHA_PAGO BETWEEN :WK-FECHA-DESDE
                                       AND :WK-FECHA-HASTA
                GROUP BY S.TIPO
               UNION ALL
               SELECT 'RS'
                     ,S.TIPO
                     ,COUNT(*)
                     ,SUM(H.IMPORTE_RESERVA)
                 FROM HISTORICO_RESERVAS H
                     ,SEGUROS_PEPITO_SEG S
                WHERE H.NUMERO_POLIZA = S.NUMERO_POLIZA
                  AND H.FECHA_CORTE = :WK-FECHA-HASTA
                GROUP BY S.TIPO
                ORDER BY 2, 1
           END-EXEC.
      *
      *--------CURSOR DE TOTALES DE LAS FUENTES PARA EL CUADRE---------*
      *
           EXEC SQL
               DECLARE CUR-CONTROL CURSOR FOR
               SELECT 'PE'
                     ,COUNT(*)
                     ,COALESCE(SUM(IMPORTE), 0)
                 FROM RECIBOS_PRIMAS
                WHERE FECHA_EMISION BETWEEN :WK-FECHA-DESDE
                                        AND :WK-FECHA-HASTA
                  AND ESTADO <> 'A'
               UNION ALL
               SELECT 'SP'
                     ,COUNT(*)
                     ,COALESCE(SUM(IMPORTE_PAGO), 0)
                 FROM PAGOS_SINIESTROS
                WHERE FECHA_PAGO BETWEEN :WK-FECHA-DESDE
                                     AND :WK-FECHA-HASTA
               UNION ALL
               SELECT 'RS'
                     ,COUNT(*)
                     ,COALESCE(SUM(IMPORTE_RESERVA), 0)
                 FROM HISTORICO_RESERVAS
                WHERE FECHA_CORTE = :WK-FECHA-HASTA
               UNION ALL
               SELECT 'NS'
                     ,COUNT(*)
                     ,0
                 FROM SINIESTROS_PEPITO_SEG
                WHERE FECHA_PAGO BETWEEN :WK-FECHA-DESDE
                                     AND :WK-FECHA-HASTA
               UNION ALL
               SELECT 'PF'
                     ,COUNT(DISTINCT ID_SINIETRO)
                     ,0
                 FROM PAGOS_SINIESTROS
                WHERE TIPO_PAGO = 'F'
                  AND FECHA_PAGO BETWEEN :WK-FECHA-DESDE
                                     AND :WK-FECHA-HASTA
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
                      DCLTRATADOS-REASEGURO
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           PERFORM 1100-TRIMESTRE
              THRU 1100-TRIMESTRE-EXIT
      *
           DISPLAY 'DGSTRIM: TRIMESTRE ' WK-TRIMESTRE '/' WK-ANYO
                   ' (' WK-FECHA-DESDE ' A ' WK-FECHA-HASTA ')'
      *
           OPEN INPUT  FBORDER
           OPEN OUTPUT FDGS
                       FINFORME
      *
           IF FS-FBORDER NOT = CT-00
              OR FS-FDGS NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FBORDER ' ' FS-FDGS
                      ' ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 1200-COMPROBAR-FOTO
              THRU 1200-COMPROBAR-FOTO-EXIT
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
           .
       1100-TRIMESTRE-EXIT.
           EXIT.
      ******************************************************************
      *     1200-COMPROBAR-FOTO                                        *
      *     LAS RESERVAS SE DECLARAN A FECHA DE CIERRE DEL TRIMESTRE,  *
      *     NO LAS DE HOY: SIN LA FOTO DE TRIANSIN A ESA FECHA NO SE   *
      *     PUEDE DECLARAR.                                            *
      ******************************************************************
       1200-COMPROBAR-FOTO.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-FOTO
                 FROM HISTORICO_RESERVAS
                WHERE FECHA_CORTE = :WK-FECHA-HASTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1200-COMPROBAR-FOTO'
              DISPLAY 'TABLA: HISTORICO_RESERVAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-FOTO = ZEROS
              DISPLAY 'DGSTRIM: NO HAY FOTO DE RESERVAS EN '
                      'HISTORICO_RESERVAS A ' WK-FECHA-HASTA
              DISPLAY 'DGSTRIM: EJECUTAR ANTES TRIANSIN DEL TRIMESTRE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1200-COMPROBAR-FOTO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-LEER-BORDEREAU
              THRU 2100-LEER-BORDEREAU-EXIT
      *
           PERFORM 2200-CIFRAS-RAMO
              THRU 2200-CIFRAS-RAMO-EXIT
      *
           PERFORM 2300-CEDER-RAMOS
              THRU 2300-CEDER-RAMOS-EXIT
           VARYING IND-RAMO FROM 1 BY 1
             UNTIL IND-RAMO > CN-RAMOS-TB
      *
           PERFORM 2400-DECLARACION
              THRU 2400-DECLARACION-EXIT
      *
           PERFORM 2500-CUADRE
              THRU 2500-CUADRE-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-LEER-BORDEREAU                                        *
      *     EL BORDEREAU TIENE QUE SER EL DEL TRIMESTRE DECLARADO. LA  *
      *     PRIMA CEDIDA DE LOS DETALLES SE ACUMULA POR RAMO; LA DE    *
      *     LOS TOTALES DE CONTROL SE GUARDA PARA EL CUADRE.           *
      ******************************************************************
       2100-LEER-BORDEREAU.
      *
           SET NO-FIN-FBORDER            TO TRUE
           SET NO-CABECERA-LEIDA         TO TRUE
      *
           PERFORM 2110-REGISTRO-BORDEREAU
              THRU 2110-REGISTRO-BORDEREAU-EXIT
             UNTIL SI-FIN-FBORDER
      *
           IF NO-CABECERA-LEIDA
              DISPLAY 'ERROR: BORDEREAU SIN CABECERA'
              DISPLAY 'PARRAFO: 2100-LEER-BORDEREAU'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2100-LEER-BORDEREAU-EXIT.
           EXIT.
      ******************************************************************
      *     2110-REGISTRO-BORDEREAU                                    *
      ******************************************************************
       2110-REGISTRO-BORDEREAU.
      *
           READ FBORDER INTO DATOS-BORDEREAU
      *
           EVALUATE FS-FBORDER
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    SET SI-FIN-FBORDER   TO TRUE
                    GO TO 2110-REGISTRO-BORDEREAU-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FBORDER'
                    DISPLAY 'PARRAFO: 2110-REGISTRO-BORDEREAU'
                    DISPLAY 'FILE STATUS: ' FS-FBORDER
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN SI-CABECERA-BOR
                    SET SI-CABECERA-LEIDA TO TRUE
                    IF DESDE-CAB-BOR NOT = WK-FECHA-DESDE
                       OR HASTA-CAB-BOR NOT = WK-FECHA-HASTA
                       DISPLAY 'ERROR: EL BORDEREAU NO ES DEL TRIMESTRE'
                       DISPLAY 'PARRAFO: 2110-REGISTRO-BORDEREAU'
                       DISPLAY 'BORDEREAU: ' DESDE-CAB-BOR ' A '
                               HASTA-CAB-BOR
      *
                       MOVE 8            TO RETURN-CODE
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                    END-IF
               WHEN SI-DETALLE-BOR
                    ADD CT-1             TO CN-DETALLES-BOR
                    MOVE TIPO-DET-BOR    TO WK-TIPO-POLIZA
                    MOVE PRIMA-CED-DET-BOR TO WK-PRIMA-CEDIDA
                    PERFORM 2600-BUSCAR-RAMO
                       THRU 2600-BUSCAR-RAMO-EXIT
                    ADD WK-PRIMA-CEDIDA  TO PRIMA-CED-TB (IND-RAMO)
                    ADD WK-PRIMA-CEDIDA  TO WK-CED-DETALLE-BOR
               WHEN SI-TOTAL-BOR
                    MOVE PRIMA-CED-TOT-BOR TO WK-PRIMA-CEDIDA
                    ADD WK-PRIMA-CEDIDA  TO WK-CED-TOTALES-BOR
           END-EVALUATE
      *
           .
       2110-REGISTRO-BORDEREAU-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CIFRAS-RAMO                                           *
      ******************************************************************
       2200-CIFRAS-RAMO.
      *
           EXEC SQL
               OPEN CUR-RAMOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-RAMOS'
              DISPLAY 'PARRAFO: 2200-CIFRAS-RAMO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2210-LEER-RAMO
              THRU 2210-LEER-RAMO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-RAMOS
           END-EXEC
      *
           .
       2200-CIFRAS-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2210-LEER-RAMO                                             *
      ******************************************************************
       2210-LEER-RAMO.
      *
           EXEC SQL
               FETCH CUR-RAMOS
                INTO :WK-MEDIDA
                    ,:WK-TIPO-POLIZA
                    ,:WK-NUMERO
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2210-LEER-RAMO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-RAMOS'
                    DISPLAY 'PARRAFO: 2210-LEER-RAMO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2600-BUSCAR-RAMO
              THRU 2600-BUSCAR-RAMO-EXIT
      *
           EVALUATE WK-MEDIDA
               WHEN 'PV'
                    MOVE WK-NUMERO       TO POLIZAS-TB (IND-RAMO)
               WHEN 'PE'
                    MOVE WK-IMPORTE      TO PRIMAS-TB (IND-RAMO)
               WHEN 'SP'
                    MOVE WK-NUMERO       TO PAGADOS-TB (IND-RAMO)
                    MOVE WK-IMPORTE      TO PAGOS-TB (IND-RAMO)
               WHEN 'RS'
                    MOVE WK-NUMERO       TO RESERVADOS-TB (IND-RAMO)
                    MOVE WK-IMPORTE      TO RESERVAS-TB (IND-RAMO)
           END-EVALUATE
      *
           .
       2210-LEER-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CEDER-RAMOS                                           *
      *     PORCENTAJE DEL TRATADO VIGENTE AL CIERRE DEL TRIMESTRE     *
      *     (EL MISMO QUE APLICA REASCES) SOBRE PAGOS Y RESERVAS. UN   *
      *     RAMO SIN TRATADO NO CEDE NADA.                             *
      ******************************************************************
       2300-CEDER-RAMOS.
      *
           MOVE TIPO-TB (IND-RAMO)       TO TR-TIPO-POLIZA
      *
           EXEC SQL
               SELECT PORCENT_CESION
                 INTO :WK-PORCENT-CESION
                 FROM TRATADOS_REASEGURO
                WHERE TIPO_POLIZA = :TR-TIPO-POLIZA
                  AND FECHA_INICIO <= :WK-FECHA-HASTA
                  AND FECHA_FIN >= :WK-FECHA-HASTA
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO WK-PORCENT-CESION
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-CEDER-RAMOS'
                    DISPLAY 'TABLA: TRATADOS_REASEGURO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE WK-PORCENT-CESION        TO PORCENT-TB (IND-RAMO)
      *
           COMPUTE PAGOS-CED-TB (IND-RAMO) ROUNDED =
                   PAGOS-TB (IND-RAMO) * WK-PORCENT-CESION / 100
           COMPUTE RESERVAS-CED-TB (IND-RAMO) ROUNDED =
                   RESERVAS-TB (IND-RAMO) * WK-PORCENT-CESION / 100
      *
           .
       2300-CEDER-RAMOS-EXIT.
           EXIT.
      ******************************************************************
      *     2400-DECLARACION                                           *
      *     FICHERO DEL SUPERVISOR E INFORME: UNA LINEA POR RAMO Y LOS *
      *     TOTALES.                                                   *
      ******************************************************************
       2400-DECLARACION.
      *
           MOVE CT-CLAVE-ENTIDAD         TO ENTIDAD-DGC
                                            ENTIDAD-DGD
                                            ENTIDAD-DGT
           MOVE WK-ANYO                  TO ANYO-DGC
           MOVE WK-TRIMESTRE             TO TRIMESTRE-DGC
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-GEN-DGC
      *
           WRITE REG-FDGS FROM LINEA-DGS-CABECERA
      *
           PERFORM 2450-CONTROL-FDGS
              THRU 2450-CONTROL-FDGS-EXIT
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
           MOVE CN-REGISTROS-DGS         TO REGISTROS-DGT
           MOVE WK-TOT-PRIMAS            TO PRIMAS-BRUTAS-DGT
           MOVE WK-TOT-PAGOS             TO PAGOS-BRUTOS-DGT
           MOVE WK-TOT-RESERVAS          TO RESERVAS-BRUTAS-DGT
           WRITE REG-FDGS FROM LINEA-DGS-TRAILER
      *
           PERFORM 2450-CONTROL-FDGS
              THRU 2450-CONTROL-FDGS-EXIT
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
      *
           MOVE 'TO'                     TO RAMO-DET
           MOVE WK-TOT-POLIZAS           TO POLIZAS-DET
           MOVE 0                        TO PORCENT-DET
           MOVE WK-TOT-PRIMAS            TO PRIMAS-DET
           MOVE WK-TOT-PRIMA-CED         TO PRIMA-CED-DET
           COMPUTE PRIMA-NETA-DET = WK-TOT-PRIMAS - WK-TOT-PRIMA-CED
           MOVE WK-TOT-PAGOS             TO PAGOS-DET
           COMPUTE PAGOS-NETOS-DET = WK-TOT-PAGOS - WK-TOT-PAGOS-CED
           MOVE WK-TOT-RESERVAS          TO RESERVAS-DET
           COMPUTE RESERVAS-NETAS-DET =
                   WK-TOT-RESERVAS - WK-TOT-RESERVAS-CED
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           .
       2400-DECLARACION-EXIT.
           EXIT.
      ******************************************************************
      *     2410-LINEA-RAMO                                            *
      ******************************************************************
       2410-LINEA-RAMO.
      *
           MOVE TIPO-TB (IND-RAMO)       TO RAMO-DGD
                                            RAMO-DET
           MOVE POLIZAS-TB (IND-RAMO)    TO POLIZAS-DGD
                                            POLIZAS-DET
           MOVE PORCENT-TB (IND-RAMO)    TO PORCENT-DGD
                                            PORCENT-DET
           MOVE PRIMAS-TB (IND-RAMO)     TO PRIMAS-BRUTAS-DGD
                                            PRIMAS-DET
           MOVE PRIMA-CED-TB (IND-RAMO)  TO PRIMAS-CEDIDAS-DGD
                                            PRIMA-CED-DET
           COMPUTE PRIMAS-NETAS-DGD =
                   PRIMAS-TB (IND-RAMO) - PRIMA-CED-TB (IND-RAMO)
           MOVE PRIMAS-NETAS-DGD         TO PRIMA-NETA-DET
           MOVE PAGADOS-TB (IND-RAMO)    TO PAGADOS-DGD
           MOVE PAGOS-TB (IND-RAMO)      TO PAGOS-BRUTOS-DGD
                                            PAGOS-DET
           MOVE PAGOS-CED-TB (IND-RAMO)  TO PAGOS-CEDIDOS-DGD
           COMPUTE PAGOS-NETOS-DGD =
                   PAGOS-TB (IND-RAMO) - PAGOS-CED-TB (IND-RAMO)
           MOVE PAGOS-NETOS-DGD          TO PAGOS-NETOS-DET
           MOVE RESERVADOS-TB (IND-RAMO) TO RESERVADOS-DGD
           MOVE RESERVAS-TB (IND-RAMO)   TO RESERVAS-BRUTAS-DGD
                                            RESERVAS-DET
           MOVE RESERVAS-CED-TB (IND-RAMO)
                                         TO RESERVAS-CEDIDAS-DGD
           COMPUTE RESERVAS-NETAS-DGD =
                   RESERVAS-TB (IND-RAMO) - RESERVAS-CED-TB (IND-RAMO)
           MOVE RESERVAS-NETAS-DGD       TO RESERVAS-NETAS-DET
      *
           WRITE REG-FDGS FROM LINEA-DGS-DETALLE
      *
           PERFORM 2450-CONTROL-FDGS
              THRU 2450-CONTROL-FDGS-EXIT
      *
           ADD CT-1                      TO CN-REGISTROS-DGS
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           ADD POLIZAS-TB (IND-RAMO)     TO WK-TOT-POLIZAS
           ADD PAGADOS-TB (IND-RAMO)     TO WK-TOT-PAGADOS
           ADD RESERVADOS-TB (IND-RAMO)  TO WK-TOT-RESERVADOS
           ADD PRIMAS-TB (IND-RAMO)      TO WK-TOT-PRIMAS
           ADD PRIMA-CED-TB (IND-RAMO)   TO WK-TOT-PRIMA-CED
           ADD PAGOS-TB (IND-RAMO)       TO WK-TOT-PAGOS
           ADD PAGOS-CED-TB (IND-RAMO)   TO WK-TOT-PAGOS-CED
           ADD RESERVAS-TB (IND-RAMO)    TO WK-TOT-RESERVAS
           ADD RESERVAS-CED-TB (IND-RAMO) TO WK-TOT-RESERVAS-CED
      *
           .
       2410-LINEA-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     2450-CONTROL-FDGS                                          *
      ******************************************************************
       2450-CONTROL-FDGS.
      *
           IF FS-FDGS NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDGS'
              DISPLAY 'PARRAFO: 2450-CONTROL-FDGS'
              DISPLAY 'FILE STATUS: ' FS-FDGS
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2450-CONTROL-FDGS-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CUADRE                                                *
      *     PAGINA DE CUADRE. CADA CONCEPTO DECLARADO (SUMA DE LOS     *
      *     RAMOS) SE COMPARA CON EL TOTAL DE SU FUENTE SIN CRUZAR CON *
      *     POLIZAS, DE MODO QUE UN RECIBO, PAGO O RESERVA HUERFANO    *
      *     SALE COMO DIFERENCIA:                                      *
      *     - PRIMAS CONTRA RECIBOS_PRIMAS.                            *
      *     - PAGOS CONTRA PAGOS_SINIESTROS.                           *
      *     - RESERVAS CONTRA LA FOTO DE HISTORICO_RESERVAS AL CIERRE. *
      *     - SINIESTROS CON FECHA_PAGO EN EL TRIMESTRE (BASE DE       *
      *       NETOSIN) CONTRA LOS FINIQUITOS DE PAGOS_SINIESTROS.      *
      *     - PRIMA CEDIDA DE LOS DETALLES DEL BORDEREAU CONTRA SUS    *
      *       TOTALES DE CONTROL DE REASCES.                           *
      ******************************************************************
       2500-CUADRE.
      *
           EXEC SQL
               OPEN CUR-CONTROL
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CONTROL'
              DISPLAY 'PARRAFO: 2500-CUADRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2510-LEER-CONTROL
              THRU 2510-LEER-CONTROL-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-CONTROL
           END-EXEC
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-TITULO-CUADRE
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-CABECERA-CUADRE
      *
           MOVE 'PRIMAS EMITIDAS / RECIBOS_PRIMAS'
                                         TO WK-CONCEPTO
           MOVE WK-TOT-PRIMAS            TO WK-DECLARADO
           MOVE WK-CTL-PRIMAS            TO WK-ORIGEN
           PERFORM 2550-LINEA-CUADRE
              THRU 2550-LINEA-CUADRE-EXIT
      *
           MOVE 'PAGOS SINIESTROS / PAGOS_SINIESTROS'
                                         TO WK-CONCEPTO
           MOVE WK-TOT-PAGOS             TO WK-DECLARADO
           MOVE WK-CTL-PAGOS             TO WK-ORIGEN
           PERFORM 2550-LINEA-CUADRE
              THRU 2550-LINEA-CUADRE-EXIT
      *
           MOVE 'RESERVAS AL CIERRE / HISTORICO_RESERVAS'
                                         TO WK-CONCEPTO
           MOVE WK-TOT-RESERVAS          TO WK-DECLARADO
           MOVE WK-CTL-RESERVAS          TO WK-ORIGEN
           PERFORM 2550-LINEA-CUADRE
              THRU 2550-LINEA-CUADRE-EXIT
      *
           MOVE 'SINIESTROS FINIQUITADOS / NETOSIN'
                                         TO WK-CONCEPTO
           MOVE WK-CTL-FINIQ-PAGOS       TO WK-DECLARADO
           MOVE WK-CTL-FINIQ-NETOSIN     TO WK-ORIGEN
           PERFORM 2550-LINEA-CUADRE
              THRU 2550-LINEA-CUADRE-EXIT
      *
           MOVE 'PRIMA CEDIDA / TOTALES BORDEREAU REASCES'
                                         TO WK-CONCEPTO
           MOVE WK-CED-DETALLE-BOR       TO WK-DECLARADO
           MOVE WK-CED-TOTALES-BOR       TO WK-ORIGEN
           PERFORM 2550-LINEA-CUADRE
              THRU 2550-LINEA-CUADRE-EXIT
      *
           IF CN-DESCUADRES > 0
              DISPLAY 'DGSTRIM: CONCEPTOS DESCUADRADOS: '
                      CN-DESCUADRES
              IF RETURN-CODE < 4
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           .
       2500-CUADRE-EXIT.
           EXIT.
      ******************************************************************
      *     2510-LEER-CONTROL                                          *
      ******************************************************************
       2510-LEER-CONTROL.
      *
           EXEC SQL
               FETCH CUR-CONTROL
                INTO :WK-MEDIDA
                    ,:WK-NUMERO
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2510-LEER-CONTROL-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CONTROL'
                    DISPLAY 'PARRAFO: 2510-LEER-CONTROL'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           EVALUATE WK-MEDIDA
               WHEN 'PE'
                    MOVE WK-IMPORTE      TO WK-CTL-PRIMAS
               WHEN 'SP'
                    MOVE WK-IMPORTE      TO WK-CTL-PAGOS
               WHEN 'RS'
                    MOVE WK-IMPORTE      TO WK-CTL-RESERVAS
               WHEN 'NS'
                    MOVE WK-NUMERO       TO WK-CTL-FINIQ-NETOSIN
               WHEN 'PF'
                    MOVE WK-NUMERO       TO WK-CTL-FINIQ-PAGOS
           END-EVALUATE
      *
           .
       2510-LEER-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *     2550-LINEA-CUADRE                                          *
      ******************************************************************
       2550-LINEA-CUADRE.
      *
           MOVE WK-CONCEPTO              TO CONCEPTO-CUA
           MOVE WK-DECLARADO             TO DECLARADO-CUA
           MOVE WK-ORIGEN                TO ORIGEN-CUA
           COMPUTE DIFERENCIA-CUA = WK-DECLARADO - WK-ORIGEN
      *
           IF WK-DECLARADO = WK-ORIGEN
              MOVE 'CUADRA'              TO RESULTADO-CUA
           ELSE
              MOVE 'DESCUADRE'           TO RESULTADO-CUA
              ADD CT-1                   TO CN-DESCUADRES
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-CUADRE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2550-LINEA-CUADRE'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2550-LINEA-CUADRE-EXIT.
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
              ADD CT-1                   TO CN-RAMOS
           END-IF
      *
           .
       2600-BUSCAR-RAMO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FBORDER
                 FDGS
                 FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   D G S T R I M      **'
           DISPLAY '***********************************'
           DISPLAY '*RAMOS DECLARADOS   : ' CN-RAMOS '      *'
           DISPLAY '*DETALLES BORDEREAU : ' CN-DETALLES-BOR '      *'
           DISPLAY '*REGISTROS DETALLE  : ' CN-REGISTROS-DGS '      *'
           DISPLAY '*CONCEPTOS DESCUADR.: ' CN-DESCUADRES '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
