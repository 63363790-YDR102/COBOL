      ******************************************************************
      ** T R I A N S I N.-TRIANGULOS DE DESARROLLO DE SINIESTROS Y    **
      **                    ESTIMACION DE IBNR (SINIESTROS OCURRIDOS  **
      **                    Y NO DECLARADOS). PROCESO TRIMESTRAL.     **
      **                    - GUARDA LA FOTO DE LAS RESERVAS ABIERTAS **
      **                      A LA FECHA DE CORTE EN                  **
      **                      HISTORICO_RESERVAS.                     **
      **                    - PARA CADA TIPO DE POLIZA CONSTRUYE LOS  **
      **                      TRIANGULOS DE PAGADO ACUMULADO          **
      **                      (PAGOS_SINIESTROS) E INCURRIDO (PAGADO  **
      **                      + RESERVA PENDIENTE AL CIERRE DE CADA   **
      **                      TRIMESTRE) POR ANYO DE OCURRENCIA       **
      **                      (FECHA_SINIESTRO) Y TRIMESTRE DE        **
      **                      DESARROLLO.                             **
      **                    - LA RESERVA DE CADA TRIMESTRE SALE DE LA **
      **                      FOTO DE HISTORICO_RESERVAS; SI NO HAY   **
      **                      FOTO DE ESE TRIMESTRE SE RECONSTRUYE    **
      **                      CON LAS FECHAS DE APERTURA Y LIBERACION **
      **                      DE RESERVAS_SINIESTROS Y SU IMPORTE     **
      **                      ACTUAL.                                 **
      **                    - CALCULA LOS FACTORES DE DESARROLLO POR  **
      **                      CHAIN-LADDER (MEDIA PONDERADA) DE       **
      **                      PAGADO E INCURRIDO Y, CON LOS DE        **
      **                      INCURRIDO, EL ULTIMO Y EL IBNR DE CADA  **
      **                      ANYO DE OCURRENCIA Y DEL TIPO.          **
      **                    EL INFORME ES EL QUE FIRMA EL ACTUARIO.   **
      **                    SYSIN: FECHA DE CORTE AAAA-MM-DD (FIN DE  **
      **                    TRIMESTRE; EN BLANCO = CIERRE DEL         **
      **                    TRIMESTRE ANTERIOR) Y NUMERO DE ANYOS DE  **
      **                    OCURRENCIA (00 = PARAMETRO ANYOSORIGEN,   **
      **                    5 POR DEFECTO, 10 COMO MAXIMO).           **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   TRIANSIN.
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
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    TRIANGULOS, FACTORES E IBNR POR TIPO DE POLIZA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-TIPOS           PIC 9(02) VALUE 5.
           05  CT-MAX-ORIGENES        PIC 9(02) VALUE 10.
           05  CT-CELDAS-LINEA        PIC 9(02) VALUE 7.
           05  CT-TRIM-ABIERTO        PIC 9(03) VALUE 999.
      *
       01  CN-CONTADORES.
           05  CN-FOTO-RESERVAS       PIC 9(05).
           05  CN-FILAS-PAGOS         PIC 9(05).
           05  CN-FILAS-FOTOS         PIC 9(05).
           05  CN-FILAS-RESERVAS      PIC 9(05).
           05  CN-LINEAS              PIC 9(05).
      *
      * PARAMETROS DE SYSIN: FECHA DE CORTE Y ANYOS DE OCURRENCIA
       01  WK-PARM-SYSIN.
           05  WK-FECHA-CORTE-E       PIC X(10).
           05  WK-ANYOS-E             PIC 9(02).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-FECHA-HOY-R REDEFINES WK-FECHA-HOY-AAAAMMDD.
               10  WK-ANYO-HOY        PIC 9(04).
               10  WK-MES-HOY         PIC 9(02).
               10  WK-DIA-HOY         PIC 9(02).
           05  WK-FECHA-CORTE         PIC X(10).
           05  WK-FECHA-CORTE-R REDEFINES WK-FECHA-CORTE.
               10  WK-ANYO-CORTE      PIC 9(04).
               10  FILLER             PIC X(01).
               10  WK-MES-DIA-CORTE   PIC X(05).
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-NUM-ORIGENES        PIC 9(02).
           05  WK-PRIMER-ORIGEN       PIC S9(09) COMP.
           05  WK-TRIM-CORTE          PIC 9(03).
           05  WK-TRIM-ANYO-CORTE     PIC 9(01).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-ANYO-ORIGEN         PIC S9(09) COMP.
           05  WK-TRIM-DESDE          PIC S9(09) COMP.
           05  WK-TRIM-HASTA          PIC S9(09) COMP.
           05  WK-TRIM-INICIO         PIC S9(09) COMP.
           05  WK-TRIM-FIN            PIC S9(09) COMP.
           05  WK-IMPORTE             PIC S9(13)V9(2) COMP-3.
           05  WK-DES-MAX             PIC S9(04) COMP.
           05  WK-DES-ULTIMO          PIC S9(04) COMP.
           05  WK-DES-INICIO          PIC S9(04) COMP.
           05  WK-DES-CELDA           PIC S9(04) COMP.
           05  WK-SUMA-ANTERIOR       PIC S9(15)V9(2) COMP-3.
           05  WK-SUMA-SIGUIENTE      PIC S9(15)V9(2) COMP-3.
           05  WK-SUMA-PAG-ANT        PIC S9(15)V9(2) COMP-3.
           05  WK-SUMA-PAG-SIG        PIC S9(15)V9(2) COMP-3.
           05  WK-PAGADO              PIC S9(13)V9(2) COMP-3.
           05  WK-INCURRIDO           PIC S9(13)V9(2) COMP-3.
           05  WK-FACTOR-ACUM         PIC S9(07)V9(06) COMP-3.
           05  WK-ULTIMO              PIC S9(13)V9(2) COMP-3.
           05  WK-IBNR                PIC S9(13)V9(2) COMP-3.
           05  WK-PAGADO-TIPO         PIC S9(13)V9(2) COMP-3.
           05  WK-INCURRIDO-TIPO      PIC S9(13)V9(2) COMP-3.
           05  WK-ULTIMO-TIPO         PIC S9(13)V9(2) COMP-3.
           05  WK-IBNR-TIPO           PIC S9(13)V9(2) COMP-3.
           05  WK-IBNR-TOTAL          PIC S9(13)V9(2) COMP-3.
      *
       01  WK-INDICES.
           05  IND-TIPO               PIC 9(02).
           05  IND-BUSCA              PIC 9(02).
           05  IND-ORIGEN             PIC 9(02).
           05  IND-DES                PIC 9(02).
           05  IND-TRIM               PIC 9(03).
           05  IND-COL                PIC 9(02).
      *
      * TRIMESTRES (DESDE EL PRIMERO DEL PRIMER ANYO DE OCURRENCIA)
      * QUE TIENEN FOTO EN HISTORICO_RESERVAS
       01  TABLA-FOTOS.
           05  FOTO-TB OCCURS 40      PIC X(01).
               88  SI-FOTO-TB                   VALUE 'S'.
      *
      * TRIANGULOS POR TIPO: PAGADO (INCREMENTAL AL CARGAR Y ACUMULADO
      * TRAS 2400) Y RESERVA PENDIENTE AL CIERRE DE CADA TRIMESTRE DE
      * DESARROLLO. EL TRIMESTRE DE DESARROLLO 1 ES EL PRIMERO DEL
      * ANYO DE OCURRENCIA.
       01  TABLA-TRIANGULOS.
           05  CN-TIPOS-TB            PIC 9(02).
           05  TIPO-TB OCCURS 5.
               10  CLAVE-TIPO-TB      PIC X(02).
               10  ORIGEN-TB OCCURS 10.
                   15  CELDA-TB OCCURS 40.
                       20  PAGADO-TB  PIC S9(13)V9(2) COMP-3.
                       20  RESERVA-TB PIC S9(13)V9(2) COMP-3.
               10  FACTOR-PAG-TB OCCURS 40
                                      PIC S9(04)V9(06) COMP-3.
               10  FACTOR-INC-TB OCCURS 40
                                      PIC S9(04)V9(06) COMP-3.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS--------------------------*
      *
       COPY CPYPARAM.
      *
      * LINEAS DEL INFORME
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(40) VALUE
               'TRIANGULOS DE SINIESTROS E IBNR. CORTE: '.
           05  CORTE-CAB              PIC X(10).
           05  FILLER                 PIC X(24) VALUE
               '   ANYOS DE OCURRENCIA: '.
           05  ANYOS-CAB              PIC Z9.
           05  FILLER                 PIC X(11) VALUE
               '   FECHA:  '.
           05  FECHA-CAB              PIC 9(08).
           05  FILLER                 PIC X(37) VALUE SPACES.
      *
       01  LINEA-SECCION.
           05  FILLER                 PIC X(04) VALUE '*** '.
           05  TITULO-SEC             PIC X(60).
           05  FILLER                 PIC X(08) VALUE ' TIPO: '.
           05  TIPO-SEC               PIC X(02).
           05  FILLER                 PIC X(58) VALUE SPACES.
      *
      * FILA DE TRIANGULO O DE FACTORES: SIETE TRIMESTRES POR LINEA
       01  LINEA-TRIANGULO.
           05  ETIQUETA-TRI           PIC X(07).
           05  FILLER                 PIC X(01).
           05  LIT-DESDE-TRI          PIC X(01).
           05  DESDE-TRI              PIC 9(02).
           05  LIT-HASTA-TRI          PIC X(02).
           05  HASTA-TRI              PIC 9(02).
           05  FILLER                 PIC X(02).
           05  CELDA-TRI OCCURS 7.
               10  IMPORTE-TRI        PIC ZZ.ZZZ.ZZZ.ZZ9-.
               10  FILLER             PIC X(01).
           05  FILLER                 PIC X(03).
       01  LINEA-FACTORES REDEFINES LINEA-TRIANGULO.
           05  FILLER                 PIC X(17).
           05  CELDA-FAC OCCURS 7.
               10  FILLER             PIC X(02).
               10  FACTOR-FAC         PIC ZZZ9,999999.
               10  FILLER             PIC X(03).
           05  FILLER                 PIC X(03).
      *
       01  LINEA-TITULOS-IBNR.
           05  FILLER                 PIC X(12) VALUE 'OCURR.  DES.'.
           05  FILLER                 PIC X(17) VALUE
               '     PAGADO'.
           05  FILLER                 PIC X(17) VALUE
               '  INCURRIDO'.
           05  FILLER                 PIC X(13) VALUE
               '  FACT.ULT.'.
           05  FILLER                 PIC X(17) VALUE
               '     ULTIMO'.
           05  FILLER                 PIC X(15) VALUE
               '       IBNR'.
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  LINEA-IBNR.
           05  ANYO-IBN               PIC 9(04).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE 'Q'.
           05  DES-IBN                PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PAGADO-IBN             PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INCURRIDO-IBN          PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FACTOR-IBN             PIC ZZZ9,999999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ULTIMO-IBN             PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IBNR-IBN               PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  LINEA-TOTAL-IBNR.
           05  FILLER                 PIC X(12) VALUE 'TOTAL TIPO'.
           05  PAGADO-TOT             PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INCURRIDO-TOT          PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  ULTIMO-TOT             PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IBNR-TOT               PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  LINEA-IBNR-GENERAL.
           05  FILLER                 PIC X(26) VALUE
               'IBNR TOTAL TODOS LOS TIPOS'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IBNR-GEN               PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER                 PIC X(89) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-TRIANGULO           PIC X(01).
               88  SI-TRIANGULO-PAGADO          VALUE 'P'.
               88  SI-TRIANGULO-INCURRIDO       VALUE 'I'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN HISTORICO_RESERVAS--*
      *
           EXEC SQL
               INCLUDE TBHISRES
           END-EXEC.
      *
      *--------CURSOR DE PAGOS POR TIPO, OCURRENCIA Y TRIMESTRE--------*
      * EL TRIMESTRE SE NUMERA DESDE EL PRIMERO DEL PRIMER ANYO DE     *
      * OCURRENCIA DEL INFORME.                                        *
      *----------------------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-PAGOS CURSOR FOR
               SELECT B.TIPO
                     ,YEAR(A.FECHA_SINIESTRO)
                     ,(YEAR(P.FECHA_PAGO) - :WK-PRIMER-ORIGEN) * 4
                      + QUARTER(P.FECHA_PAGO)
                     ,SUM(P.IMPORTE_PAGO)
                 FROM PAGOS_SINIESTROS P
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG B
                WHERE P.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = B.NUMERO_POLIZA
                  AND A.FECHA_SINIESTRO >= :WK-FECHA-DESDE
                  AND A.FECHA_SINIESTRO <= :WK-FECHA-CORTE
                  AND P.FECHA_PAGO <= :WK-FECHA-CORTE
                GROUP BY B.TIPO
                        ,YEAR(A.FECHA_SINIESTRO)
                        ,(YEAR(P.FECHA_PAGO) - :WK-PRIMER-ORIGEN) * 4
                         + QUARTER(P.FECHA_PAGO)
                ORDER BY 1, 2, 3
           END-EXEC.
      *
      *--------CURSOR DE FOTOS DE RESERVAS POR TRIMESTRE---------------*
      *
           EXEC SQL
               DECLARE CUR-FOTOS CURSOR FOR
               SELECT B.TIPO
                     ,YEAR(A.FECHA_SINIESTRO)
                     ,(YEAR(H.FECHA_CORTE) - :WK-PRIMER-ORIGEN) * 4
                      + QUARTER(H.FECHA_CORTE)
                     ,SUM(H.IMPORTE_RESERVA)
                 FROM HISTORICO_RESERVAS H
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG B
                WHERE H.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = B.NUMERO_POLIZA
                  AND A.FECHA_SINIESTRO >= :WK-FECHA-DESDE
                  AND A.FECHA_SINIESTRO <= :WK-FECHA-CORTE
                  AND H.FECHA_CORTE <= :WK-FECHA-CORTE
                GROUP BY B.TIPO
                        ,YEAR(A.FECHA_SINIESTRO)
                        ,(YEAR(H.FECHA_CORTE) - :WK-PRIMER-ORIGEN) * 4
                         + QUARTER(H.FECHA_CORTE)
                ORDER BY 1, 2, 3
           END-EXEC.
      *
      *--------CURSOR DE TRIMESTRES CON FOTO---------------------------*
      *
           EXEC SQL
               DECLARE CUR-TRIM-FOTO CURSOR FOR
               SELECT DISTINCT
                      (YEAR(FECHA_CORTE) - :WK-PRIMER-ORIGEN) * 4
                      + QUARTER(FECHA_CORTE)
                 FROM HISTORICO_RESERVAS
                WHERE FECHA_CORTE >= :WK-FECHA-DESDE
                  AND FECHA_CORTE <= :WK-FECHA-CORTE
           END-EXEC.
      *
      *--------CURSOR DE RESERVAS PARA LOS TRIMESTRES SIN FOTO---------*
      * CADA RESERVA ESTA PENDIENTE AL CIERRE DE LOS TRIMESTRES QUE    *
      * VAN DESDE EL DE APERTURA HASTA EL ANTERIOR AL DE LIBERACION.   *
      *----------------------------------------------------------------*
      *
           EXEC SQL
               DECLARE CUR-RESERVAS CURSOR FOR
               SELECT B.TIPO
                     ,YEAR(A.FECHA_SINIESTRO)
                     ,(YEAR(R.FECHA_APERTURA) - :WK-PRIMER-ORIGEN) * 4
                      + QUARTER(R.FECHA_APERTURA)
                     ,COALESCE((YEAR(R.FECHA_LIBERACION)
                                - :WK-PRIMER-ORIGEN) * 4
                               + QUARTER(R.FECHA_LIBERACION), 999)
                     ,SUM(R.IMPORTE_RESERVA)
                 FROM RESERVAS_SINIESTROS R
                     ,SINIESTROS_PEPITO_SEG A
                     ,SEGUROS_PEPITO_SEG B
                WHERE R.ID_SINIETRO = A.ID_SINIETRO
                  AND A.NUMERO_POLIZA = B.NUMERO_POLIZA
                  AND A.FECHA_SINIESTRO >= :WK-FECHA-DESDE
                  AND A.FECHA_SINIESTRO <= :WK-FECHA-CORTE
                  AND R.FECHA_APERTURA <= :WK-FECHA-CORTE
                GROUP BY B.TIPO
                        ,YEAR(A.FECHA_SINIESTRO)
                        ,(YEAR(R.FECHA_APERTURA)
                          - :WK-PRIMER-ORIGEN) * 4
                         + QUARTER(R.FECHA_APERTURA)
                        ,COALESCE((YEAR(R.FECHA_LIBERACION)
                                   - :WK-PRIMER-ORIGEN) * 4
                                  + QUARTER(R.FECHA_LIBERACION), 999)
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
                      TABLA-FOTOS
                      TABLA-TRIANGULOS
                      DCLHISTORICO-RESERVAS
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WK-PARM-SYSIN FROM SYSIN
      *
           PERFORM 1100-FECHA-CORTE
              THRU 1100-FECHA-CORTE-EXIT
      *
           IF WK-ANYOS-E IS NOT NUMERIC
              MOVE 0                     TO WK-ANYOS-E
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'TRIANSIN'               TO PROGRAMA-PAR
           MOVE 'ANYOSORIGEN'            TO PARAMETRO-PAR
           MOVE WK-ANYOS-E               TO VALOR-SYSIN-PAR
           MOVE 5                        TO VALOR-DEFECTO-PAR
           PERFORM 1200-RESOLVER-PARAMETRO
              THRU 1200-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-NUM-ORIGENES
      *
           IF WK-NUM-ORIGENES > CT-MAX-ORIGENES
              MOVE CT-MAX-ORIGENES       TO WK-NUM-ORIGENES
           END-IF
           IF WK-NUM-ORIGENES = 0
              MOVE CT-1                  TO WK-NUM-ORIGENES
           END-IF
      *
           COMPUTE WK-PRIMER-ORIGEN = WK-ANYO-CORTE
                                    - WK-NUM-ORIGENES + 1
           MOVE WK-PRIMER-ORIGEN         TO WK-FECHA-DESDE (1:4)
           MOVE '-01-01'                 TO WK-FECHA-DESDE (5:6)
           COMPUTE WK-TRIM-CORTE = (WK-NUM-ORIGENES - 1) * 4
                                 + WK-TRIM-ANYO-CORTE
      *
           DISPLAY 'TRIANSIN: FECHA DE CORTE: ' WK-FECHA-CORTE
           DISPLAY 'TRIANSIN: ANYOS DE OCURRENCIA: ' WK-NUM-ORIGENES
                   ' ORIGEN: ' ORIGEN-PAR
      *
           OPEN OUTPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINFORME'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-CORTE           TO CORTE-CAB
           MOVE WK-NUM-ORIGENES          TO ANYOS-CAB
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-CAB
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-FECHA-CORTE                                           *
      *     LA FECHA DE CORTE DEBE SER UN FIN DE TRIMESTRE. SIN SYSIN  *
      *     SE TOMA EL CIERRE DEL TRIMESTRE ANTERIOR AL ACTUAL.        *
      ******************************************************************
       1100-FECHA-CORTE.
      *
           IF WK-FECHA-CORTE-E = SPACES OR LOW-VALUES
              MOVE WK-ANYO-HOY           TO WK-ANYO-CORTE
              MOVE '-'                   TO WK-FECHA-CORTE (5:1)
              EVALUATE TRUE
                  WHEN WK-MES-HOY <= 3
                       SUBTRACT CT-1   FROM WK-ANYO-CORTE
                       MOVE '12-31'      TO WK-MES-DIA-CORTE
                  WHEN WK-MES-HOY <= 6
                       MOVE '03-31'      TO WK-MES-DIA-CORTE
                  WHEN WK-MES-HOY <= 9
                       MOVE '06-30'      TO WK-MES-DIA-CORTE
                  WHEN OTHER
                       MOVE '09-30'      TO WK-MES-DIA-CORTE
              END-EVALUATE
           ELSE
              MOVE WK-FECHA-CORTE-E      TO WK-FECHA-CORTE
           END-IF
      *
           EVALUATE WK-MES-DIA-CORTE
               WHEN '03-31'
                    MOVE 1               TO WK-TRIM-ANYO-CORTE
               WHEN '06-30'
                    MOVE 2               TO WK-TRIM-ANYO-CORTE
               WHEN '09-30'
                    MOVE 3               TO WK-TRIM-ANYO-CORTE
               WHEN '12-31'
                    MOVE 4               TO WK-TRIM-ANYO-CORTE
               WHEN OTHER
                    DISPLAY 'ERROR: LA FECHA DE CORTE NO ES FIN DE '
                            'TRIMESTRE: ' WK-FECHA-CORTE
                    DISPLAY 'PARRAFO: 1100-FECHA-CORTE'
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF WK-ANYO-CORTE IS NOT NUMERIC
              DISPLAY 'ERROR: FECHA DE CORTE NO VALIDA: '
                      WK-FECHA-CORTE
              DISPLAY 'PARRAFO: 1100-FECHA-CORTE'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1100-FECHA-CORTE-EXIT.
           EXIT.
      ******************************************************************
      *     1200-RESOLVER-PARAMETRO                                    *
      *     RESUELVE UN PARAMETRO CONTRA RUTPARAM (S=SYSIN, T=TABLA,   *
      *     D=DEFECTO).                                                *
      ******************************************************************
       1200-RESOLVER-PARAMETRO.
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1200-RESOLVER-PARAMETRO'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1200-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-GRABAR-FOTO
              THRU 2100-GRABAR-FOTO-EXIT
      *
           PERFORM 2200-CARGAR-PAGOS
              THRU 2200-CARGAR-PAGOS-EXIT
      *
           PERFORM 2300-CARGAR-RESERVAS
              THRU 2300-CARGAR-RESERVAS-EXIT
      *
           PERFORM 2400-ACUMULAR-PAGADO
              THRU 2400-ACUMULAR-PAGADO-EXIT
           VARYING IND-TIPO FROM 1 BY 1
             UNTIL IND-TIPO > CN-TIPOS-TB
      *
           PERFORM 2500-CALCULAR-FACTORES
              THRU 2500-CALCULAR-FACTORES-EXIT
           VARYING IND-TIPO FROM 1 BY 1
             UNTIL IND-TIPO > CN-TIPOS-TB
      *
           PERFORM 2700-INFORME-TIPO
              THRU 2700-INFORME-TIPO-EXIT
           VARYING IND-TIPO FROM 1 BY 1
             UNTIL IND-TIPO > CN-TIPOS-TB
      *
           MOVE WK-IBNR-TOTAL            TO IBNR-GEN
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-IBNR-GENERAL
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-GRABAR-FOTO                                           *
      *     FOTO DE LAS RESERVAS PENDIENTES A LA FECHA DE CORTE. SI EL *
      *     TRIMESTRE SE REPROCESA, LA FOTO ANTERIOR SE SUSTITUYE.     *
      ******************************************************************
       2100-GRABAR-FOTO.
      *
           MOVE WK-FECHA-CORTE           TO HR-FECHA-CORTE
      *
           EXEC SQL
               DELETE FROM HISTORICO_RESERVAS
                WHERE FECHA_CORTE = :HR-FECHA-CORTE
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2100-GRABAR-FOTO'
              DISPLAY 'TABLA: HISTORICO_RESERVAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO HISTORICO_RESERVAS
                      (FECHA_CORTE
                      ,ID_SINIETRO
                      ,NUMERO_POLIZA
                      ,IMPORTE_RESERVA)
               SELECT :HR-FECHA-CORTE
                     ,ID_SINIETRO
                     ,NUMERO_POLIZA
                     ,IMPORTE_RESERVA
                 FROM RESERVAS_SINIESTROS
                WHERE FECHA_APERTURA <= :HR-FECHA-CORTE
                  AND (FECHA_LIBERACION IS NULL
                       OR FECHA_LIBERACION > :HR-FECHA-CORTE)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SQLERRD (3)     TO CN-FOTO-RESERVAS
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-GRABAR-FOTO'
                    DISPLAY 'TABLA: HISTORICO_RESERVAS'
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
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2100-GRABAR-FOTO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-CARGAR-PAGOS                                          *
      *     PAGOS INCREMENTALES EN SU CELDA. UN PAGO ANTERIOR AL ANYO  *
      *     DE OCURRENCIA (DATO ERRONEO) CUENTA EN EL PRIMER TRIMESTRE.*
      ******************************************************************
       2200-CARGAR-PAGOS.
      *
           EXEC SQL
               OPEN CUR-PAGOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PAGOS'
              DISPLAY 'PARRAFO: 2200-CARGAR-PAGOS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2210-LEER-PAGO
              THRU 2210-LEER-PAGO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-PAGOS
           END-EXEC
      *
           .
       2200-CARGAR-PAGOS-EXIT.
           EXIT.
      ******************************************************************
      *     2210-LEER-PAGO                                             *
      ******************************************************************
       2210-LEER-PAGO.
      *
           EXEC SQL
               FETCH CUR-PAGOS
                INTO :WK-TIPO-POLIZA
                    ,:WK-ANYO-ORIGEN
                    ,:WK-TRIM-DESDE
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-FILAS-PAGOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2210-LEER-PAGO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PAGOS'
                    DISPLAY 'PARRAFO: 2210-LEER-PAGO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2900-BUSCAR-TIPO
              THRU 2900-BUSCAR-TIPO-EXIT
      *
           COMPUTE IND-ORIGEN = WK-ANYO-ORIGEN - WK-PRIMER-ORIGEN + 1
           COMPUTE WK-DES-CELDA = WK-TRIM-DESDE
                                - (IND-ORIGEN - 1) * 4
           IF WK-DES-CELDA < 1
              MOVE 1                     TO WK-DES-CELDA
           END-IF
      *
           ADD WK-IMPORTE
            TO PAGADO-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
      *
           .
       2210-LEER-PAGO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-CARGAR-RESERVAS                                       *
      *     PRIMERO LAS FOTOS DE HISTORICO_RESERVAS; DESPUES, SOLO EN  *
      *     LOS TRIMESTRES SIN FOTO, LA RECONSTRUCCION DESDE           *
      *     RESERVAS_SINIESTROS.                                       *
      ******************************************************************
       2300-CARGAR-RESERVAS.
      *
           EXEC SQL
               OPEN CUR-TRIM-FOTO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-TRIM-FOTO'
              DISPLAY 'PARRAFO: 2300-CARGAR-RESERVAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2310-LEER-TRIM-FOTO
              THRU 2310-LEER-TRIM-FOTO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-TRIM-FOTO
           END-EXEC
      *
           EXEC SQL
               OPEN CUR-FOTOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-FOTOS'
              DISPLAY 'PARRAFO: 2300-CARGAR-RESERVAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2320-LEER-FOTO
              THRU 2320-LEER-FOTO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-FOTOS
           END-EXEC
      *
           EXEC SQL
               OPEN CUR-RESERVAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-RESERVAS'
              DISPLAY 'PARRAFO: 2300-CARGAR-RESERVAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 2330-LEER-RESERVA
              THRU 2330-LEER-RESERVA-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-RESERVAS
           END-EXEC
      *
           .
       2300-CARGAR-RESERVAS-EXIT.
           EXIT.
      ******************************************************************
      *     2310-LEER-TRIM-FOTO                                        *
      ******************************************************************
       2310-LEER-TRIM-FOTO.
      *
           EXEC SQL
               FETCH CUR-TRIM-FOTO
                INTO :WK-TRIM-DESDE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-TRIM-DESDE >= 1
                       AND WK-TRIM-DESDE <= WK-TRIM-CORTE
                       MOVE 'S'          TO FOTO-TB (WK-TRIM-DESDE)
                    END-IF
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-TRIM-FOTO'
                    DISPLAY 'PARRAFO: 2310-LEER-TRIM-FOTO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2310-LEER-TRIM-FOTO-EXIT.
           EXIT.
      ******************************************************************
      *     2320-LEER-FOTO                                             *
      ******************************************************************
       2320-LEER-FOTO.
      *
           EXEC SQL
               FETCH CUR-FOTOS
                INTO :WK-TIPO-POLIZA
                    ,:WK-ANYO-ORIGEN
                    ,:WK-TRIM-DESDE
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-FILAS-FOTOS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2320-LEER-FOTO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-FOTOS'
                    DISPLAY 'PARRAFO: 2320-LEER-FOTO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2900-BUSCAR-TIPO
              THRU 2900-BUSCAR-TIPO-EXIT
      *
           COMPUTE IND-ORIGEN = WK-ANYO-ORIGEN - WK-PRIMER-ORIGEN + 1
           COMPUTE WK-DES-CELDA = WK-TRIM-DESDE
                                - (IND-ORIGEN - 1) * 4
      *
           IF WK-DES-CELDA >= 1
              ADD WK-IMPORTE
               TO RESERVA-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
           END-IF
      *
           .
       2320-LEER-FOTO-EXIT.
           EXIT.
      ******************************************************************
      *     2330-LEER-RESERVA                                          *
      *     LA RESERVA SE SUMA EN LOS TRIMESTRES SIN FOTO EN LOS QUE   *
      *     ESTABA PENDIENTE AL CIERRE.                                *
      ******************************************************************
       2330-LEER-RESERVA.
      *
           EXEC SQL
               FETCH CUR-RESERVAS
                INTO :WK-TIPO-POLIZA
                    ,:WK-ANYO-ORIGEN
                    ,:WK-TRIM-DESDE
                    ,:WK-TRIM-HASTA
                    ,:WK-IMPORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-FILAS-RESERVAS
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
                    GO TO 2330-LEER-RESERVA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-RESERVAS'
                    DISPLAY 'PARRAFO: 2330-LEER-RESERVA'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           PERFORM 2900-BUSCAR-TIPO
              THRU 2900-BUSCAR-TIPO-EXIT
      *
           COMPUTE IND-ORIGEN = WK-ANYO-ORIGEN - WK-PRIMER-ORIGEN + 1
      *
           COMPUTE WK-TRIM-INICIO = (IND-ORIGEN - 1) * 4 + 1
           IF WK-TRIM-DESDE > WK-TRIM-INICIO
              MOVE WK-TRIM-DESDE         TO WK-TRIM-INICIO
           END-IF
      *
           COMPUTE WK-TRIM-FIN = WK-TRIM-HASTA - 1
           IF WK-TRIM-FIN > WK-TRIM-CORTE
              MOVE WK-TRIM-CORTE         TO WK-TRIM-FIN
           END-IF
      *
           PERFORM 2340-SUMAR-RESERVA
              THRU 2340-SUMAR-RESERVA-EXIT
           VARYING IND-TRIM FROM WK-TRIM-INICIO BY 1
             UNTIL IND-TRIM > WK-TRIM-FIN
      *
           .
       2330-LEER-RESERVA-EXIT.
           EXIT.
      ******************************************************************
      *     2340-SUMAR-RESERVA                                         *
      ******************************************************************
       2340-SUMAR-RESERVA.
      *
           IF NOT SI-FOTO-TB (IND-TRIM)
              COMPUTE WK-DES-CELDA = IND-TRIM - (IND-ORIGEN - 1) * 4
              ADD WK-IMPORTE
               TO RESERVA-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
           END-IF
      *
           .
       2340-SUMAR-RESERVA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-ACUMULAR-PAGADO                                       *
      *     PASA EL PAGADO INCREMENTAL DEL TIPO A ACUMULADO.           *
      ******************************************************************
       2400-ACUMULAR-PAGADO.
      *
           PERFORM 2410-ACUMULAR-CELDA
              THRU 2410-ACUMULAR-CELDA-EXIT
           VARYING IND-ORIGEN FROM 1 BY 1
             UNTIL IND-ORIGEN > WK-NUM-ORIGENES
             AFTER IND-DES FROM 2 BY 1
             UNTIL IND-DES > WK-TRIM-CORTE
      *
           .
       2400-ACUMULAR-PAGADO-EXIT.
           EXIT.
      ******************************************************************
      *     2410-ACUMULAR-CELDA                                        *
      ******************************************************************
       2410-ACUMULAR-CELDA.
      *
           ADD PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES - 1)
            TO PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES)
      *
           .
       2410-ACUMULAR-CELDA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CALCULAR-FACTORES                                     *
      *     FACTOR DEL TRIMESTRE K AL K+1: SUMA DE LAS CELDAS K+1      *
      *     ENTRE SUMA DE LAS CELDAS K DE LOS ANYOS DE OCURRENCIA QUE  *
      *     YA TIENEN EL TRIMESTRE K+1. SIN BASE EL FACTOR ES 1.       *
      ******************************************************************
       2500-CALCULAR-FACTORES.
      *
           PERFORM 2510-FACTOR-DESARROLLO
              THRU 2510-FACTOR-DESARROLLO-EXIT
           VARYING IND-DES FROM 1 BY 1
             UNTIL IND-DES >= WK-TRIM-CORTE
      *
           .
       2500-CALCULAR-FACTORES-EXIT.
           EXIT.
      ******************************************************************
      *     2510-FACTOR-DESARROLLO                                     *
      ******************************************************************
       2510-FACTOR-DESARROLLO.
      *
           MOVE 0                        TO WK-SUMA-PAG-ANT
                                            WK-SUMA-PAG-SIG
                                            WK-SUMA-ANTERIOR
                                            WK-SUMA-SIGUIENTE
      *
           PERFORM 2520-SUMAR-ORIGEN
              THRU 2520-SUMAR-ORIGEN-EXIT
           VARYING IND-ORIGEN FROM 1 BY 1
             UNTIL IND-ORIGEN > WK-NUM-ORIGENES
      *
           IF WK-SUMA-PAG-ANT = 0
              MOVE 1
                TO FACTOR-PAG-TB (IND-TIPO, IND-DES)
           ELSE
              COMPUTE FACTOR-PAG-TB (IND-TIPO, IND-DES) ROUNDED =
                      WK-SUMA-PAG-SIG / WK-SUMA-PAG-ANT
           END-IF
      *
           IF WK-SUMA-ANTERIOR = 0
              MOVE 1
                TO FACTOR-INC-TB (IND-TIPO, IND-DES)
           ELSE
              COMPUTE FACTOR-INC-TB (IND-TIPO, IND-DES) ROUNDED =
                      WK-SUMA-SIGUIENTE / WK-SUMA-ANTERIOR
           END-IF
      *
           .
       2510-FACTOR-DESARROLLO-EXIT.
           EXIT.
      ******************************************************************
      *     2520-SUMAR-ORIGEN                                          *
      *     SOLO LOS ANYOS DE OCURRENCIA CON EL TRIMESTRE K+1 CERRADO. *
      ******************************************************************
       2520-SUMAR-ORIGEN.
      *
           COMPUTE WK-DES-MAX = WK-TRIM-CORTE - (IND-ORIGEN - 1) * 4
      *
           IF IND-DES + 1 > WK-DES-MAX
              GO TO 2520-SUMAR-ORIGEN-EXIT
           END-IF
      *
           ADD PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES)
            TO WK-SUMA-PAG-ANT
           ADD PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES + 1)
            TO WK-SUMA-PAG-SIG
      *
           COMPUTE WK-SUMA-ANTERIOR = WK-SUMA-ANTERIOR
                 + PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES)
                 + RESERVA-TB (IND-TIPO, IND-ORIGEN, IND-DES)
           COMPUTE WK-SUMA-SIGUIENTE = WK-SUMA-SIGUIENTE
                 + PAGADO-TB (IND-TIPO, IND-ORIGEN, IND-DES + 1)
                 + RESERVA-TB (IND-TIPO, IND-ORIGEN, IND-DES + 1)
      *
           .
       2520-SUMAR-ORIGEN-EXIT.
           EXIT.
      ******************************************************************
      *     2700-INFORME-TIPO                                          *
      *     TRIANGULO DE PAGADO, SUS FACTORES, TRIANGULO DE INCURRIDO, *
      *     SUS FACTORES Y CUADRO DE IBNR DEL TIPO.                    *
      ******************************************************************
       2700-INFORME-TIPO.
      *
           MOVE CLAVE-TIPO-TB (IND-TIPO) TO TIPO-SEC
      *
           MOVE 'TRIANGULO DE PAGADO ACUMULADO (OCURRENCIA/TRIMESTRE)'
                                         TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           SET SI-TRIANGULO-PAGADO       TO TRUE
           PERFORM 2710-FILA-TRIANGULO
              THRU 2710-FILA-TRIANGULO-EXIT
           VARYING IND-ORIGEN FROM 1 BY 1
             UNTIL IND-ORIGEN > WK-NUM-ORIGENES
      *
           PERFORM 2730-FILA-FACTORES
              THRU 2730-FILA-FACTORES-EXIT
      *
           MOVE 'TRIANGULO DE INCURRIDO (PAGADO + RESERVA PENDIENTE)'
                                         TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           SET SI-TRIANGULO-INCURRIDO    TO TRUE
           PERFORM 2710-FILA-TRIANGULO
              THRU 2710-FILA-TRIANGULO-EXIT
           VARYING IND-ORIGEN FROM 1 BY 1
             UNTIL IND-ORIGEN > WK-NUM-ORIGENES
      *
           PERFORM 2730-FILA-FACTORES
              THRU 2730-FILA-FACTORES-EXIT
      *
           MOVE 'ESTIMACION DE IBNR POR CHAIN-LADDER DE INCURRIDO'
                                         TO TITULO-SEC
           PERFORM 2850-ESCRIBIR-SECCION
              THRU 2850-ESCRIBIR-SECCION-EXIT
      *
           WRITE REG-FINFORME FROM LINEA-TITULOS-IBNR
      *
           MOVE 0                        TO WK-PAGADO-TIPO
                                            WK-INCURRIDO-TIPO
                                            WK-ULTIMO-TIPO
                                            WK-IBNR-TIPO
      *
           PERFORM 2800-IBNR-ORIGEN
              THRU 2800-IBNR-ORIGEN-EXIT
           VARYING IND-ORIGEN FROM 1 BY 1
             UNTIL IND-ORIGEN > WK-NUM-ORIGENES
      *
           MOVE WK-PAGADO-TIPO           TO PAGADO-TOT
           MOVE WK-INCURRIDO-TIPO        TO INCURRIDO-TOT
           MOVE WK-ULTIMO-TIPO           TO ULTIMO-TOT
           MOVE WK-IBNR-TIPO             TO IBNR-TOT
           WRITE REG-FINFORME FROM LINEA-TOTAL-IBNR
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2700-INFORME-TIPO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD WK-IBNR-TIPO              TO WK-IBNR-TOTAL
      *
           DISPLAY 'TRIANSIN: IBNR TIPO ' CLAVE-TIPO-TB (IND-TIPO)
                   ': ' WK-IBNR-TIPO
      *
           .
       2700-INFORME-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     2710-FILA-TRIANGULO                                        *
      *     FILA DEL ANYO DE OCURRENCIA HASTA SU ULTIMO TRIMESTRE      *
      *     CERRADO, EN LINEAS DE SIETE TRIMESTRES.                    *
      ******************************************************************
       2710-FILA-TRIANGULO.
      *
           COMPUTE WK-DES-MAX = WK-TRIM-CORTE - (IND-ORIGEN - 1) * 4
      *
           PERFORM 2720-LINEA-TRIANGULO
              THRU 2720-LINEA-TRIANGULO-EXIT
           VARYING WK-DES-INICIO FROM 1 BY CT-CELDAS-LINEA
             UNTIL WK-DES-INICIO > WK-DES-MAX
      *
           .
       2710-FILA-TRIANGULO-EXIT.
           EXIT.
      ******************************************************************
      *     2720-LINEA-TRIANGULO                                       *
      ******************************************************************
       2720-LINEA-TRIANGULO.
      *
           MOVE SPACES                   TO LINEA-TRIANGULO
           COMPUTE WK-ANYO-ORIGEN = WK-PRIMER-ORIGEN + IND-ORIGEN - 1
           MOVE WK-ANYO-ORIGEN           TO ETIQUETA-TRI (1:4)
           MOVE 'Q'                      TO LIT-DESDE-TRI
           MOVE WK-DES-INICIO            TO DESDE-TRI
           MOVE '-Q'                     TO LIT-HASTA-TRI
      *
           COMPUTE WK-DES-ULTIMO = WK-DES-INICIO + CT-CELDAS-LINEA - 1
           IF WK-DES-ULTIMO > WK-DES-MAX
              MOVE WK-DES-MAX            TO WK-DES-ULTIMO
           END-IF
           MOVE WK-DES-ULTIMO            TO HASTA-TRI
      *
           PERFORM 2725-CELDA-TRIANGULO
              THRU 2725-CELDA-TRIANGULO-EXIT
           VARYING IND-COL FROM 1 BY 1
             UNTIL IND-COL > CT-CELDAS-LINEA
                OR WK-DES-INICIO + IND-COL - 1 > WK-DES-ULTIMO
      *
           WRITE REG-FINFORME FROM LINEA-TRIANGULO
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2720-LINEA-TRIANGULO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
      *
           .
       2720-LINEA-TRIANGULO-EXIT.
           EXIT.
      ******************************************************************
      *     2725-CELDA-TRIANGULO                                       *
      ******************************************************************
       2725-CELDA-TRIANGULO.
      *
           COMPUTE WK-DES-CELDA = WK-DES-INICIO + IND-COL - 1
      *
           IF SI-TRIANGULO-PAGADO
              MOVE PAGADO-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
                                         TO IMPORTE-TRI (IND-COL)
           ELSE
              COMPUTE WK-INCURRIDO =
                      PAGADO-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
                    + RESERVA-TB (IND-TIPO, IND-ORIGEN, WK-DES-CELDA)
              MOVE WK-INCURRIDO          TO IMPORTE-TRI (IND-COL)
           END-IF
      *
           .
       2725-CELDA-TRIANGULO-EXIT.
           EXIT.
      ******************************************************************
      *     2730-FILA-FACTORES                                         *
      *     FACTORES DEL TRIANGULO EN CURSO (K A K+1), EN LINEAS DE    *
      *     SIETE.                                                     *
      ******************************************************************
       2730-FILA-FACTORES.
      *
           COMPUTE WK-DES-MAX = WK-TRIM-CORTE - 1
      *
           PERFORM 2740-LINEA-FACTORES
              THRU 2740-LINEA-FACTORES-EXIT
           VARYING WK-DES-INICIO FROM 1 BY CT-CELDAS-LINEA
             UNTIL WK-DES-INICIO > WK-DES-MAX
      *
           .
       2730-FILA-FACTORES-EXIT.
           EXIT.
      ******************************************************************
      *     2740-LINEA-FACTORES                                        *
      ******************************************************************
       2740-LINEA-FACTORES.
      *
           MOVE SPACES                   TO LINEA-TRIANGULO
           MOVE 'FACTOR'                 TO ETIQUETA-TRI
           MOVE 'Q'                      TO LIT-DESDE-TRI
           MOVE WK-DES-INICIO            TO DESDE-TRI
           MOVE '-Q'                     TO LIT-HASTA-TRI
      *
           COMPUTE WK-DES-ULTIMO = WK-DES-INICIO + CT-CELDAS-LINEA - 1
           IF WK-DES-ULTIMO > WK-DES-MAX
              MOVE WK-DES-MAX            TO WK-DES-ULTIMO
           END-IF
           MOVE WK-DES-ULTIMO            TO HASTA-TRI
      *
           PERFORM 2745-CELDA-FACTOR
              THRU 2745-CELDA-FACTOR-EXIT
           VARYING IND-COL FROM 1 BY 1
             UNTIL IND-COL > CT-CELDAS-LINEA
                OR WK-DES-INICIO + IND-COL - 1 > WK-DES-ULTIMO
      *
           WRITE REG-FINFORME FROM LINEA-FACTORES
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2740-LINEA-FACTORES'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
      *
           .
       2740-LINEA-FACTORES-EXIT.
           EXIT.
      ******************************************************************
      *     2745-CELDA-FACTOR                                          *
      ******************************************************************
       2745-CELDA-FACTOR.
      *
           COMPUTE WK-DES-CELDA = WK-DES-INICIO + IND-COL - 1
      *
           IF SI-TRIANGULO-PAGADO
              MOVE FACTOR-PAG-TB (IND-TIPO, WK-DES-CELDA)
                                         TO FACTOR-FAC (IND-COL)
           ELSE
              MOVE FACTOR-INC-TB (IND-TIPO, WK-DES-CELDA)
                                         TO FACTOR-FAC (IND-COL)
           END-IF
      *
           .
       2745-CELDA-FACTOR-EXIT.
           EXIT.
      ******************************************************************
      *     2800-IBNR-ORIGEN                                           *
      *     ULTIMO = INCURRIDO A LA DIAGONAL * PRODUCTO DE LOS         *
      *     FACTORES DE INCURRIDO PENDIENTES. IBNR = ULTIMO -          *
      *     INCURRIDO. SIN FACTOR DE COLA MAS ALLA DEL ULTIMO          *
      *     TRIMESTRE OBSERVADO.                                       *
      ******************************************************************
       2800-IBNR-ORIGEN.
      *
           COMPUTE WK-DES-MAX = WK-TRIM-CORTE - (IND-ORIGEN - 1) * 4
      *
           MOVE PAGADO-TB (IND-TIPO, IND-ORIGEN, WK-DES-MAX)
                                         TO WK-PAGADO
           COMPUTE WK-INCURRIDO = WK-PAGADO
                 + RESERVA-TB (IND-TIPO, IND-ORIGEN, WK-DES-MAX)
      *
           MOVE 1                        TO WK-FACTOR-ACUM
      *
           PERFORM 2810-FACTOR-ULTIMO
              THRU 2810-FACTOR-ULTIMO-EXIT
           VARYING IND-DES FROM WK-DES-MAX BY 1
             UNTIL IND-DES >= WK-TRIM-CORTE
      *
           COMPUTE WK-ULTIMO ROUNDED = WK-INCURRIDO * WK-FACTOR-ACUM
           COMPUTE WK-IBNR = WK-ULTIMO - WK-INCURRIDO
      *
           COMPUTE WK-ANYO-ORIGEN = WK-PRIMER-ORIGEN + IND-ORIGEN - 1
           MOVE WK-ANYO-ORIGEN           TO ANYO-IBN
           MOVE WK-DES-MAX               TO DES-IBN
           MOVE WK-PAGADO                TO PAGADO-IBN
           MOVE WK-INCURRIDO             TO INCURRIDO-IBN
           MOVE WK-FACTOR-ACUM           TO FACTOR-IBN
           MOVE WK-ULTIMO                TO ULTIMO-IBN
           MOVE WK-IBNR                  TO IBNR-IBN
      *
           WRITE REG-FINFORME FROM LINEA-IBNR
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2800-IBNR-ORIGEN'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS
           ADD WK-PAGADO                 TO WK-PAGADO-TIPO
           ADD WK-INCURRIDO              TO WK-INCURRIDO-TIPO
           ADD WK-ULTIMO                 TO WK-ULTIMO-TIPO
           ADD WK-IBNR                   TO WK-IBNR-TIPO
      *
           .
       2800-IBNR-ORIGEN-EXIT.
           EXIT.
      ******************************************************************
      *     2810-FACTOR-ULTIMO                                         *
      ******************************************************************
       2810-FACTOR-ULTIMO.
      *
           COMPUTE WK-FACTOR-ACUM ROUNDED =
                   WK-FACTOR-ACUM * FACTOR-INC-TB (IND-TIPO, IND-DES)
      *
           .
       2810-FACTOR-ULTIMO-EXIT.
           EXIT.
      ******************************************************************
      *     2850-ESCRIBIR-SECCION                                      *
      ******************************************************************
       2850-ESCRIBIR-SECCION.
      *
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-SECCION
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2850-ESCRIBIR-SECCION'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2850-ESCRIBIR-SECCION-EXIT.
           EXIT.
      ******************************************************************
      *     2900-BUSCAR-TIPO                                           *
      *     POSICION DEL TIPO EN LA TABLA; UN TIPO NUEVO SE ANYADE.    *
      ******************************************************************
       2900-BUSCAR-TIPO.
      *
           MOVE 0                        TO IND-TIPO
      *
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
             UNTIL IND-BUSCA > CN-TIPOS-TB
                OR IND-TIPO > 0
              IF CLAVE-TIPO-TB (IND-BUSCA) = WK-TIPO-POLIZA
                 MOVE IND-BUSCA          TO IND-TIPO
              END-IF
           END-PERFORM
      *
           IF IND-TIPO = 0
              IF CN-TIPOS-TB >= CT-MAX-TIPOS
                 DISPLAY 'ERROR: TABLA DE TIPOS LLENA'
                 DISPLAY 'PARRAFO: 2900-BUSCAR-TIPO'
                 DISPLAY 'TIPO: ' WK-TIPO-POLIZA
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                   TO CN-TIPOS-TB
              MOVE CN-TIPOS-TB           TO IND-TIPO
              MOVE WK-TIPO-POLIZA        TO CLAVE-TIPO-TB (IND-TIPO)
           END-IF
      *
           .
       2900-BUSCAR-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   T R I A N S I N  **'
           DISPLAY '***********************************'
           DISPLAY '*RESERVAS EN LA FOTO: ' CN-FOTO-RESERVAS '      *'
           DISPLAY '*FILAS DE PAGOS     : ' CN-FILAS-PAGOS '      *'
           DISPLAY '*FILAS DE FOTOS     : ' CN-FILAS-FOTOS '      *'
           DISPLAY '*FILAS DE RESERVAS  : ' CN-FILAS-RESERVAS '      *'
           DISPLAY '*TIPOS DE POLIZA    : ' CN-TIPOS-TB '         *'
           DISPLAY '*LINEAS DE INFORME  : ' CN-LINEAS '      *'
           DISPLAY '*IBNR TOTAL         : ' WK-IBNR-TOTAL
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      *
