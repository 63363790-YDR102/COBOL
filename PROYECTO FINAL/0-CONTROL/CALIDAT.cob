      ******************************************************************
      ** C A L I D A T.-CUADRO MENSUAL DE CALIDAD DE LOS DATOS VIVOS. **
      **                QAGATE JUZGA UNA MIGRACION POR SUS RECHAZOS;  **
      **                ESTE PROGRAMA MIDE LO QUE YA ESTA EN LAS      **
      **                TABLAS CLIENTES_MAPFRE, CLIENTES_PEPITO_SEG,  **
      **                SEGUROS_PEPITO_SEG Y DIRELEC:                 **
      **                - COMPLETITUD: TELEFONO, CUENTA, CODIGO       **
      **                  POSTAL Y EMAIL (EN DIRELEC) INFORMADOS.     **
      **                - VALIDEZ: LETRA DEL DNI (RUTVALDN), DIGITO   **
      **                  DE CONTROL DE LA CUENTA Y CODIGO POSTAL     **
      **                  COHERENTE CON LA PROVINCIA (PROVINCIAS Y    **
      **                  LA PROVINCIA DEL CLIENTE EN DIRELEC).       **
      **                - ACTIVIDAD: REGISTROS SIN MOVIMIENTO EN LOS  **
      **                  ULTIMOS N ANOS (PARAMETRO ANTIGUEDAD).      **
      **                CADA MEDIDA SE GUARDA POR PERIODO EN          **
      **                CALIDAD_DATOS_HIST Y EL INFORME ENSENA LOS    **
      **                TRES MESES ANTERIORES Y LA TENDENCIA. LOS     **
      **                PRIMEROS INCUMPLIDORES DE CADA MEDIDA (HASTA  **
      **                EL PARAMETRO PEORES, LOS MAS INCOMPLETOS O    **
      **                MAS ANTIGUOS PRIMERO) VAN A FPEORES PARA LOS  **
      **                RESPONSABLES DE LOS DATOS.                    **
      **                SYSIN: PERIODO AAAA-MM (DEFECTO MES ACTUAL),  **
      **                ANOS DE ANTIGUEDAD Y MAXIMO DE INCUMPLIDORES  **
      **                POR MEDIDA (CERO = LO QUE DIGA PARAMETROS).   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   CALIDAT.
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
           SELECT FPEORES  ASSIGN TO FPEORES
           FILE STATUS FS-FPEORES.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(100).
      *    CUADRO DE CALIDAD DEL PERIODO CON SU TENDENCIA
      *
       FD FPEORES
           RECORDING MODE IS F.
       01  REG-FPEORES                PIC X(080).
      *    LISTA DE TRABAJO: REGISTROS QUE INCUMPLEN CADA MEDIDA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FPEORES             PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-MEDIDAS         PIC 9(02) VALUE 18.
           05  CT-MAX-ANTERIORES      PIC 9(01) VALUE 3.
           05  CT-RUT-DNI             PIC X(08) VALUE 'RUTVALDN'.
           05  CT-CANAL-EMAIL         PIC X(03) VALUE 'EML'.
      *
      * MEDIDAS DEL CUADRO: CODIGO, TABLA, DESCRIPCION Y TIPO
      * (C COMPLETITUD, V VALIDEZ, A ACTIVIDAD). EL ORDEN ES EL DEL
      * SUBINDICE QUE USA CADA PARRAFO DE MEDICION.
       01  CA-MEDIDAS.
           05  FILLER                 PIC X(50) VALUE
               'CM01CLIENTES_MAPFRE     TELEFONO INFORMADO       C'.
           05  FILLER                 PIC X(50) VALUE
               'CM02CLIENTES_MAPFRE     CUENTA INFORMADA         C'.
           05  FILLER                 PIC X(50) VALUE
               'CM03CLIENTES_MAPFRE     EMAIL INFORMADO          C'.
           05  FILLER                 PIC X(50) VALUE
               'CM04CLIENTES_MAPFRE     DNI VALIDO               V'.
           05  FILLER                 PIC X(50) VALUE
               'CM05CLIENTES_MAPFRE     DC DE LA CUENTA VALIDO   V'.
           05  FILLER                 PIC X(50) VALUE
               'CM06CLIENTES_MAPFRE     CON ACTIVIDAD RECIENTE   A'.
           05  FILLER                 PIC X(50) VALUE
               'CP01CLIENTES_PEPITO_SEG TELEFONO INFORMADO       C'.
           05  FILLER                 PIC X(50) VALUE
               'CP02CLIENTES_PEPITO_SEG COD. POSTAL INFORMADO    C'.
           05  FILLER                 PIC X(50) VALUE
               'CP03CLIENTES_PEPITO_SEG EMAIL INFORMADO          C'.
           05  FILLER                 PIC X(50) VALUE
               'CP04CLIENTES_PEPITO_SEG DNI VALIDO               V'.
           05  FILLER                 PIC X(50) VALUE
               'CP05CLIENTES_PEPITO_SEG CP COHERENTE PROVINCIA   V'.
           05  FILLER                 PIC X(50) VALUE
               'CP06CLIENTES_PEPITO_SEG CON ACTIVIDAD RECIENTE   A'.
           05  FILLER                 PIC X(50) VALUE
               'SP01SEGUROS_PEPITO_SEG  DNI DEL TOMADOR VALIDO   V'.
           05  FILLER                 PIC X(50) VALUE
               'SP02SEGUROS_PEPITO_SEG  CON ACTIVIDAD RECIENTE   A'.
           05  FILLER                 PIC X(50) VALUE
               'DE01DIRELEC             VALOR INFORMADO          C'.
           05  FILLER                 PIC X(50) VALUE
               'DE02DIRELEC             DNI DEL CLIENTE VALIDO   V'.
           05  FILLER                 PIC X(50) VALUE
               'DE03DIRELEC             PROVINCIA VALIDA         V'.
           05  FILLER                 PIC X(50) VALUE
               'DE04DIRELEC             CON ACTIVIDAD RECIENTE   A'.
       01  CA-MEDIDAS-R REDEFINES CA-MEDIDAS.
           05  MEDIDA-TB OCCURS 18.
               10  CODIGO-MED-TB      PIC X(04).
               10  TABLA-MED-TB       PIC X(20).
               10  DESC-MED-TB        PIC X(25).
               10  TIPO-MED-TB        PIC X(01).
      *
      * PESOS DEL ALGORITMO ESTANDAR DEL DIGITO DE CONTROL, COMO EN
      * RUTREPOS Y COBRODOM: 1,2,4,8,5,10,9,7,3,6
       01  CN-PESOS.
           05  FILLER                 PIC X(20) VALUE
               '01020408051009070306'.
       01  CN-PESOS-R REDEFINES CN-PESOS.
           05  PESO-TB OCCURS 10      PIC 9(02).
      *
       01  CN-CONTADORES.
           05  CN-MAPFRE              PIC 9(07).
           05  CN-PEPITO              PIC 9(07).
           05  CN-POLIZAS             PIC 9(07).
           05  CN-DIRELEC             PIC 9(07).
           05  CN-PEORES              PIC 9(07).
           05  CN-MEDIDAS-TB OCCURS 18.
               10  CN-TOTAL-TB        PIC 9(07).
               10  CN-OK-TB           PIC 9(07).
               10  CN-PEORES-TB       PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-PERIODO-E           PIC X(07).
           05  WK-ANOS-E              PIC 9(02).
           05  WK-PEORES-E            PIC 9(05).
           05  WK-ANOS                PIC S9(04) COMP.
           05  WK-MAX-PEORES          PIC 9(05).
           05  WK-FECHA-REF           PIC X(10).
           05  WK-FECHA-LIMITE        PIC X(10).
           05  WK-LIMITE-AAAAMMDD     PIC X(08).
           05  WK-PERIODO-ANT-TB OCCURS 3
                                      PIC X(07).
           05  WK-RESULTADO           PIC X(01).
           05  WK-CLAVE               PIC X(20).
           05  WK-DATO                PIC X(24).
           05  WK-PORCENTAJE          PIC 9(03)V9(02).
      *
      * FILA EN CURSO DE CADA CURSOR
       01  WK-FILA.
           05  WK-DNI                 PIC X(09).
           05  WK-TELEFONO            PIC X(10).
           05  WK-CUENTA-BANCARIA     PIC X(20).
           05  WK-COD-POSTAL          PIC X(05).
           05  WK-CON-EMAIL           PIC X(01).
           05  WK-CON-ACTIVIDAD       PIC X(01).
           05  WK-CP-COHERENTE        PIC X(01).
           05  WK-NUMERO-POLIZA       PIC X(09).
           05  WK-FECHA-VENCIMIENTO   PIC X(10).
           05  WK-TIPO-DIR-ELEC       PIC X(03).
           05  WK-VALOR               PIC X(20).
           05  WK-PROVINCIA           PIC X(20).
           05  WK-TIMESTAMP-MODIF     PIC X(08).
           05  WK-PROVINCIA-VALIDA    PIC X(01).
      *
      * LA CCC DE 20 POSICIONES: BANCO + OFICINA + DC + NUMERO
       01  WK-CUENTA.
           05  WK-CTA-BANCO           PIC X(04).
           05  WK-CTA-OFICINA         PIC X(04).
           05  WK-CTA-DC              PIC X(02).
           05  WK-CTA-NUMERO          PIC X(10).
       01  WK-CUENTA-R REDEFINES WK-CUENTA.
           05  WK-CUENTA-ENTERA       PIC X(20).
      *
       01  WK-VARIABLES-DC.
           05  WK-BASE-DC             PIC 9(10).
           05  WK-BASE-DC-R REDEFINES WK-BASE-DC.
               10  WK-BASE-DC-DIGITO OCCURS 10
                                      PIC 9(01).
           05  WK-SUMA-DC             PIC 9(04).
           05  WK-COCIENTE-DC         PIC 9(04).
           05  WK-RESTO-DC            PIC 9(02).
           05  WK-DIGITO-DC           PIC 9(02).
           05  WK-DC-CALCULADO.
               10  WK-DC-CALC-1       PIC 9.
               10  WK-DC-CALC-2       PIC 9.
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-MED                PIC 9(02).
           05  IND-ANT                PIC 9(01).
      *
       01  LINEA-PEORES.
           05  PERIODO-PEO            PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MEDIDA-PEO             PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TABLA-PEO              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLAVE-PEO              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DATO-PEO               PIC X(24).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-INFORME.
           05  MEDIDA-INF             PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TABLA-INF              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DESCRIPCION-INF        PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TIPO-INF               PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOTAL-INF              PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OK-INF                 PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PORCENT-INF            PIC ZZ9,99.
           05  ANTERIOR-INF OCCURS 3.
               10  FILLER             PIC X(01).
               10  PORCENT-ANT-INF    PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TENDENCIA-INF          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  WK-PORCENT-EDITADO         PIC ZZ9,99.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-CUENTA-VALIDA       PIC X(01).
               88  SI-CUENTA-VALIDA             VALUE 'S'.
               88  NO-CUENTA-VALIDA             VALUE 'N'.
      *
      *--------AREA DE LA RUTINA DE PARAMETROS-------------------------*
      *
       COPY CPYPARAM.
      *
      *COPY DE COMUNICACION CON LA RUTINA DE VALIDACION DE DNI
      *
       COPY CPRUTDN.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CALIDAD_DATOS_HIST--*
      *
           EXEC SQL
               INCLUDE TBCALHIS
           END-EXEC.
      *
      *--------CURSOR DE CLIENTES_MAPFRE-------------------------------*
      *    LOS MAS INCOMPLETOS PRIMERO. EMAIL: UNO NO MUERTO EN        *
      *    DIRELEC. ACTIVIDAD: ALGUNA POLIZA QUE NO VENCIO ANTES DEL   *
      *    LIMITE DE ANTIGUEDAD.                                       *
      *
           EXEC SQL
               DECLARE CUR-MAPFRE CURSOR FOR
               SELECT C.DNI
                     ,C.TELEFONO
                     ,COALESCE(C.CUENTA_BANCARIA, ' ')
                     ,CASE WHEN EXISTS
                           (SELECT 1
                              FROM DIRELEC D
                             WHERE D.COD_CLIENTE = C.DNI
                               AND D.TIPO_DIR_ELEC = :CT-CANAL-EMAIL
                               AND D.ESTADO_CONTACTO <> 'D')
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN EXISTS
                           (SELECT 1
                              FROM SEGUROS_PEPITO_SEG S
                             WHERE S.DNI_CL = C.DNI
                               AND S.FECHA_VENCIMIENTO
                                   >= DATE(:WK-FECHA-LIMITE))
                           THEN 'S' ELSE 'N'
                      END
                 FROM CLIENTES_MAPFRE C
                ORDER BY CASE WHEN C.TELEFONO = ' '
                              THEN 1 ELSE 0 END
                       + CASE WHEN COALESCE(C.CUENTA_BANCARIA, ' ')
                                   = ' '
                              THEN 1 ELSE 0 END DESC
                        ,C.DNI
           END-EXEC.
      *
      *--------CURSOR DE CLIENTES_PEPITO_SEG---------------------------*
      *    CP COHERENTE: LOS DOS PRIMEROS DIGITOS SON UN PREFIJO DE    *
      *    PROVINCIAS Y, SI EL CLIENTE TIENE PROVINCIA EN DIRELEC, ES  *
      *    LA MISMA. SIN CODIGO POSTAL LA MEDIDA NO APLICA (' ').      *
      *
           EXEC SQL
               DECLARE CUR-PEPITO CURSOR FOR
               SELECT C.DNI_CL
                     ,C.TELEFONO
                     ,C.COD_POSTAL
                     ,CASE WHEN EXISTS
                           (SELECT 1
                              FROM DIRELEC D
                             WHERE D.COD_CLIENTE = C.DNI_CL
                               AND D.TIPO_DIR_ELEC = :CT-CANAL-EMAIL
                               AND D.ESTADO_CONTACTO <> 'D')
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN EXISTS
                           (SELECT 1
                              FROM SEGUROS_PEPITO_SEG S
                             WHERE S.DNI_CL = C.DNI_CL
                               AND S.FECHA_VENCIMIENTO
                                   >= DATE(:WK-FECHA-LIMITE))
                           THEN 'S' ELSE 'N'
                      END
                     ,CASE WHEN C.COD_POSTAL = ' '
                           THEN ' '
                           WHEN NOT EXISTS
                           (SELECT 1
                              FROM PROVINCIAS P
                             WHERE P.PREFIJO = SUBSTR(C.COD_POSTAL,1,2))
                           THEN 'N'
                           WHEN EXISTS
                           (SELECT 1
                              FROM DIRELEC D
                                  ,PROVINCIAS P
                             WHERE D.COD_CLIENTE = C.DNI_CL
                               AND P.PREFIJO = SUBSTR(C.COD_POSTAL,1,2)
                               AND D.PROVINCIA <> P.PROVINCIA)
                           THEN 'N'
                           ELSE 'S'
                      END
                 FROM CLIENTES_PEPITO_SEG C
                ORDER BY CASE WHEN C.TELEFONO = ' '
                              THEN 1 ELSE 0 END
                       + CASE WHEN C.COD_POSTAL = ' '
                              THEN 1 ELSE 0 END DESC
                        ,C.DNI_CL
           END-EXEC.
      *
      *--------CURSOR DE SEGUROS_PEPITO_SEG----------------------------*
      *    UNA POLIZA TIENE ACTIVIDAD SI NO VENCIO ANTES DEL LIMITE O  *
      *    TIENE UN ENDOSO CON EFECTO POSTERIOR. LAS MAS VIEJAS        *
      *    PRIMERO.                                                    *
      *
           EXEC SQL
               DECLARE CUR-POLIZAS CURSOR FOR
               SELECT S.NUMERO_POLIZA
                     ,S.DNI_CL
                     ,CHAR(S.FECHA_VENCIMIENTO, ISO)
                     ,CASE WHEN S.FECHA_VENCIMIENTO
                                >= DATE(:WK-FECHA-LIMITE)
                           THEN 'S'
                           WHEN EXISTS
                           (SELECT 1
                              FROM SEGUROS_ENDOSOS E
                             WHERE E.NUMERO_POLIZA = S.NUMERO_POLIZA
                               AND E.FECHA_EFECTO
                                   >= DATE(:WK-FECHA-LIMITE))
                           THEN 'S'
                           ELSE 'N'
                      END
                 FROM SEGUROS_PEPITO_SEG S
                ORDER BY S.FECHA_VENCIMIENTO
                        ,S.NUMERO_POLIZA
           END-EXEC.
      *
      *--------CURSOR DE DIRELEC---------------------------------------*
      *    LAS DIRECCIONES TOCADAS HACE MAS TIEMPO PRIMERO.            *
      *
           EXEC SQL
               DECLARE CUR-DIRELEC CURSOR FOR
               SELECT D.TIPO_DIR_ELEC
                     ,D.VALOR
                     ,D.COD_CLIENTE
                     ,D.PROVINCIA
                     ,D.TIMESTAMP_MODIF
                     ,CASE WHEN EXISTS
                           (SELECT 1
                              FROM PROVINCIAS P
                             WHERE P.PROVINCIA = D.PROVINCIA)
                           THEN 'S' ELSE 'N'
                      END
                 FROM DIRELEC D
                ORDER BY D.TIMESTAMP_MODIF
                        ,D.COD_CLIENTE
                        ,D.TIPO_DIR_ELEC
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
           PERFORM 2100-MEDIR-MAPFRE
              THRU 2100-MEDIR-MAPFRE-EXIT
      *
           PERFORM 2200-MEDIR-PEPITO
              THRU 2200-MEDIR-PEPITO-EXIT
      *
           PERFORM 2300-MEDIR-POLIZAS
              THRU 2300-MEDIR-POLIZAS-EXIT
      *
           PERFORM 2400-MEDIR-DIRELEC
              THRU 2400-MEDIR-DIRELEC-EXIT
      *
           PERFORM 2800-GUARDAR-MEDIDAS
              THRU 2800-GUARDAR-MEDIDAS-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     PERIODO, FECHA DE REFERENCIA (ULTIMO DIA DEL PERIODO),     *
      *     FECHA LIMITE DE ANTIGUEDAD Y LOS TRES PERIODOS ANTERIORES  *
      *     PARA LA TENDENCIA.                                         *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      WK-FILA
      *
           ACCEPT WK-PERIODO-E FROM SYSIN
           ACCEPT WK-ANOS-E    FROM SYSIN
           ACCEPT WK-PEORES-E  FROM SYSIN
      *
           IF WK-PERIODO-E = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
                    INTO :WK-PERIODO-E
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
      *
           INITIALIZE CPYPARAM
           MOVE 'CALIDAT'                TO PROGRAMA-PAR
           MOVE 'ANTIGUEDAD'             TO PARAMETRO-PAR
           MOVE WK-ANOS-E                TO VALOR-SYSIN-PAR
           MOVE 5                        TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-ANOS
      *
           INITIALIZE CPYPARAM
           MOVE 'CALIDAT'                TO PROGRAMA-PAR
           MOVE 'PEORES'                 TO PARAMETRO-PAR
           MOVE WK-PEORES-E              TO VALOR-SYSIN-PAR
           MOVE 100                      TO VALOR-DEFECTO-PAR
           PERFORM 1100-RESOLVER-PARAMETRO
              THRU 1100-RESOLVER-PARAMETRO-EXIT
           MOVE VALOR-PAR                TO WK-MAX-PEORES
      *
           EXEC SQL
               SELECT CHAR(DATE(:WK-PERIODO-E CONCAT '-01')
                           + 1 MONTH - 1 DAY, ISO)
                     ,CHAR(DATE(:WK-PERIODO-E CONCAT '-01')
                           + 1 MONTH - 1 DAY - :WK-ANOS YEARS, ISO)
                     ,SUBSTR(CHAR(DATE(:WK-PERIODO-E CONCAT '-01')
                           - 1 MONTH, ISO), 1, 7)
                     ,SUBSTR(CHAR(DATE(:WK-PERIODO-E CONCAT '-01')
                           - 2 MONTHS, ISO), 1, 7)
                     ,SUBSTR(CHAR(DATE(:WK-PERIODO-E CONCAT '-01')
                           - 3 MONTHS, ISO), 1, 7)
                 INTO :WK-FECHA-REF
                     ,:WK-FECHA-LIMITE
                     ,:WK-PERIODO-ANT-TB(1)
                     ,:WK-PERIODO-ANT-TB(2)
                     ,:WK-PERIODO-ANT-TB(3)
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'CALIDAT: PERIODO NO VALIDO: ' WK-PERIODO-E
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           STRING WK-FECHA-LIMITE(1:4)   DELIMITED BY SIZE
                  WK-FECHA-LIMITE(6:2)   DELIMITED BY SIZE
                  WK-FECHA-LIMITE(9:2)   DELIMITED BY SIZE
             INTO WK-LIMITE-AAAAMMDD
      *
           DISPLAY 'CALIDAT: PERIODO ' WK-PERIODO-E
                   ' REFERENCIA ' WK-FECHA-REF
           DISPLAY 'CALIDAT: SIN ACTIVIDAD DESDE ' WK-FECHA-LIMITE
                   ' (' WK-ANOS ' ANOS)  MAXIMO INCUMPLIDORES '
                   WK-MAX-PEORES
      *
           OPEN OUTPUT FINFORME
           OPEN OUTPUT FPEORES
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
           IF FS-FPEORES NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FPEORES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FPEORES
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
      *     1100-RESOLVER-PARAMETRO                                    *
      *     RESUELVE UN PARAMETRO CONTRA RUTPARAM (S=SYSIN, T=TABLA,   *
      *     D=DEFECTO).                                                *
      ******************************************************************
       1100-RESOLVER-PARAMETRO.
      *
           CALL 'RUTPARAM' USING CPYPARAM
      *
           IF RETORNO-PAR NOT = '00'
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1100-RESOLVER-PARAMETRO'
              DISPLAY 'RUTINA: RUTPARAM'
              DISPLAY 'SQLCODE: ' SQLCODE-PAR
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1100-RESOLVER-PARAMETRO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-MEDIR-MAPFRE                                          *
      ******************************************************************
       2100-MEDIR-MAPFRE.
      *
           EXEC SQL
               OPEN CUR-MAPFRE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MAPFRE'
              DISPLAY 'PARRAFO: 2100-MEDIR-MAPFRE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           PERFORM 9100-LEER-MAPFRE
              THRU 9100-LEER-MAPFRE-EXIT
      *
           PERFORM 2110-CLIENTE-MAPFRE
              THRU 2110-CLIENTE-MAPFRE-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-MAPFRE
           END-EXEC
      *
           .
       2100-MEDIR-MAPFRE-EXIT.
           EXIT.
      ******************************************************************
      *     2110-CLIENTE-MAPFRE                                        *
      *     MEDIDAS 1 A 6. EL DC SOLO SE MIDE SI HAY CUENTA.           *
      ******************************************************************
       2110-CLIENTE-MAPFRE.
      *
           ADD CT-1                      TO CN-MAPFRE
           MOVE WK-DNI                   TO WK-CLAVE
      *
      *    CM01 TELEFONO INFORMADO
           MOVE 1                        TO IND-MED
           MOVE SPACES                   TO WK-DATO
           IF WK-TELEFONO = SPACES
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CM02 CUENTA INFORMADA
           MOVE 2                        TO IND-MED
           IF WK-CUENTA-BANCARIA = SPACES
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CM03 EMAIL INFORMADO
           MOVE 3                        TO IND-MED
           MOVE WK-CON-EMAIL             TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CM04 DNI VALIDO
           MOVE 4                        TO IND-MED
           MOVE WK-DNI                   TO WK-DATO
           PERFORM 2700-VALIDAR-DNI
              THRU 2700-VALIDAR-DNI-EXIT
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CM05 DC DE LA CUENTA VALIDO
           MOVE 5                        TO IND-MED
           MOVE WK-CUENTA-BANCARIA       TO WK-DATO
           IF WK-CUENTA-BANCARIA = SPACES
              MOVE SPACES                TO WK-RESULTADO
           ELSE
              MOVE WK-CUENTA-BANCARIA    TO WK-CUENTA-ENTERA
              PERFORM 2600-VALIDAR-CUENTA
                 THRU 2600-VALIDAR-CUENTA-EXIT
              IF SI-CUENTA-VALIDA
                 MOVE 'S'                TO WK-RESULTADO
              ELSE
                 MOVE 'N'                TO WK-RESULTADO
              END-IF
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CM06 CON ACTIVIDAD RECIENTE
           MOVE 6                        TO IND-MED
           MOVE SPACES                   TO WK-DATO
           MOVE WK-CON-ACTIVIDAD         TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
           PERFORM 9100-LEER-MAPFRE
              THRU 9100-LEER-MAPFRE-EXIT
      *
           .
       2110-CLIENTE-MAPFRE-EXIT.
           EXIT.
      ******************************************************************
      *     2200-MEDIR-PEPITO                                          *
      ******************************************************************
       2200-MEDIR-PEPITO.
      *
           EXEC SQL
               OPEN CUR-PEPITO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PEPITO'
              DISPLAY 'PARRAFO: 2200-MEDIR-PEPITO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           PERFORM 9200-LEER-PEPITO
              THRU 9200-LEER-PEPITO-EXIT
      *
           PERFORM 2210-CLIENTE-PEPITO
              THRU 2210-CLIENTE-PEPITO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-PEPITO
           END-EXEC
      *
           .
       2200-MEDIR-PEPITO-EXIT.
           EXIT.
      ******************************************************************
      *     2210-CLIENTE-PEPITO                                        *
      *     MEDIDAS 7 A 12.                                            *
      ******************************************************************
       2210-CLIENTE-PEPITO.
      *
           ADD CT-1                      TO CN-PEPITO
           MOVE WK-DNI                   TO WK-CLAVE
      *
      *    CP01 TELEFONO INFORMADO
           MOVE 7                        TO IND-MED
           MOVE SPACES                   TO WK-DATO
           IF WK-TELEFONO = SPACES
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CP02 CODIGO POSTAL INFORMADO
           MOVE 8                        TO IND-MED
           IF WK-COD-POSTAL = SPACES
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CP03 EMAIL INFORMADO
           MOVE 9                        TO IND-MED
           MOVE WK-CON-EMAIL             TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CP04 DNI VALIDO
           MOVE 10                       TO IND-MED
           MOVE WK-DNI                   TO WK-DATO
           PERFORM 2700-VALIDAR-DNI
              THRU 2700-VALIDAR-DNI-EXIT
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CP05 CODIGO POSTAL COHERENTE CON LA PROVINCIA
           MOVE 11                       TO IND-MED
           MOVE WK-COD-POSTAL            TO WK-DATO
           MOVE WK-CP-COHERENTE          TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    CP06 CON ACTIVIDAD RECIENTE
           MOVE 12                       TO IND-MED
           MOVE SPACES                   TO WK-DATO
           MOVE WK-CON-ACTIVIDAD         TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
           PERFORM 9200-LEER-PEPITO
              THRU 9200-LEER-PEPITO-EXIT
      *
           .
       2210-CLIENTE-PEPITO-EXIT.
           EXIT.
      ******************************************************************
      *     2300-MEDIR-POLIZAS                                         *
      ******************************************************************
       2300-MEDIR-POLIZAS.
      *
           EXEC SQL
               OPEN CUR-POLIZAS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-POLIZAS'
              DISPLAY 'PARRAFO: 2300-MEDIR-POLIZAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           PERFORM 9300-LEER-POLIZAS
              THRU 9300-LEER-POLIZAS-EXIT
      *
           PERFORM 2310-POLIZA
              THRU 2310-POLIZA-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-POLIZAS
           END-EXEC
      *
           .
       2300-MEDIR-POLIZAS-EXIT.
           EXIT.
      ******************************************************************
      *     2310-POLIZA                                                *
      *     MEDIDAS 13 Y 14.                                           *
      ******************************************************************
       2310-POLIZA.
      *
           ADD CT-1                      TO CN-POLIZAS
           MOVE WK-NUMERO-POLIZA         TO WK-CLAVE
      *
      *    SP01 DNI DEL TOMADOR VALIDO
           MOVE 13                       TO IND-MED
           MOVE WK-DNI                   TO WK-DATO
           PERFORM 2700-VALIDAR-DNI
              THRU 2700-VALIDAR-DNI-EXIT
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    SP02 CON ACTIVIDAD RECIENTE
           MOVE 14                       TO IND-MED
           MOVE WK-FECHA-VENCIMIENTO     TO WK-DATO
           MOVE WK-CON-ACTIVIDAD         TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
           PERFORM 9300-LEER-POLIZAS
              THRU 9300-LEER-POLIZAS-EXIT
      *
           .
       2310-POLIZA-EXIT.
           EXIT.
      ******************************************************************
      *     2400-MEDIR-DIRELEC                                         *
      ******************************************************************
       2400-MEDIR-DIRELEC.
      *
           EXEC SQL
               OPEN CUR-DIRELEC
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DIRELEC'
              DISPLAY 'PARRAFO: 2400-MEDIR-DIRELEC'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
           PERFORM 9400-LEER-DIRELEC
              THRU 9400-LEER-DIRELEC-EXIT
      *
           PERFORM 2410-DIRECCION
              THRU 2410-DIRECCION-EXIT
             UNTIL SI-FIN-CURSOR
      *
           EXEC SQL
               CLOSE CUR-DIRELEC
           END-EXEC
      *
           .
       2400-MEDIR-DIRELEC-EXIT.
           EXIT.
      ******************************************************************
      *     2410-DIRECCION                                             *
      *     MEDIDAS 15 A 18. LA CLAVE ES CLIENTE + TIPO DE DIRECCION.  *
      ******************************************************************
       2410-DIRECCION.
      *
           ADD CT-1                      TO CN-DIRELEC
      *
           MOVE SPACES                   TO WK-CLAVE
           STRING WK-DNI                 DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-TIPO-DIR-ELEC       DELIMITED BY SIZE
             INTO WK-CLAVE
      *
      *    DE01 VALOR INFORMADO
           MOVE 15                       TO IND-MED
           MOVE SPACES                   TO WK-DATO
           IF WK-VALOR = SPACES
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    DE02 DNI DEL CLIENTE VALIDO
           MOVE 16                       TO IND-MED
           MOVE WK-DNI                   TO WK-DATO
           PERFORM 2700-VALIDAR-DNI
              THRU 2700-VALIDAR-DNI-EXIT
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    DE03 PROVINCIA VALIDA
           MOVE 17                       TO IND-MED
           MOVE WK-PROVINCIA             TO WK-DATO
           MOVE WK-PROVINCIA-VALIDA      TO WK-RESULTADO
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
      *    DE04 CON ACTIVIDAD RECIENTE (TIMESTAMP_MODIF ES AAAAMMDD)
           MOVE 18                       TO IND-MED
           MOVE WK-TIMESTAMP-MODIF       TO WK-DATO
           IF WK-TIMESTAMP-MODIF < WK-LIMITE-AAAAMMDD
              MOVE 'N'                   TO WK-RESULTADO
           ELSE
              MOVE 'S'                   TO WK-RESULTADO
           END-IF
           PERFORM 2900-ANOTAR-MEDIDA
              THRU 2900-ANOTAR-MEDIDA-EXIT
      *
           PERFORM 9400-LEER-DIRELEC
              THRU 9400-LEER-DIRELEC-EXIT
      *
           .
       2410-DIRECCION-EXIT.
           EXIT.
      ******************************************************************
      *     2600-VALIDAR-CUENTA                                        *
      *     MISMO ALGORITMO QUE RUTREPOS Y COBRODOM: CADA MITAD DE 10  *
      *     DIGITOS (00+BANCO+OFICINA Y NUM-CUENTA) SE PONDERA CON     *
      *     1,2,4,8,5,10,9,7,3,6, SE SUMA, SE CALCULA EL RESTO MODULO  *
      *     11 Y EL DIGITO ES 11 MENOS ESE RESTO (10 -> 1, 11 -> 0).   *
      ******************************************************************
       2600-VALIDAR-CUENTA.
      *
           SET SI-CUENTA-VALIDA          TO TRUE
      *
           IF WK-CUENTA-ENTERA IS NOT NUMERIC
              SET NO-CUENTA-VALIDA       TO TRUE
              GO TO 2600-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE ZEROS                    TO WK-BASE-DC
           MOVE WK-CTA-BANCO             TO WK-BASE-DC(3:4)
           MOVE WK-CTA-OFICINA           TO WK-BASE-DC(7:4)
           PERFORM 2610-DIGITO-DC
              THRU 2610-DIGITO-DC-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-1
      *
           MOVE WK-CTA-NUMERO            TO WK-BASE-DC
           PERFORM 2610-DIGITO-DC
              THRU 2610-DIGITO-DC-EXIT
           MOVE WK-DIGITO-DC             TO WK-DC-CALC-2
      *
           IF WK-DC-CALCULADO NOT = WK-CTA-DC
              SET NO-CUENTA-VALIDA       TO TRUE
           END-IF
      *
           .
       2600-VALIDAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *     2610-DIGITO-DC                                             *
      *     UN DIGITO DE CONTROL SOBRE LOS 10 DIGITOS DE WK-BASE-DC.   *
      ******************************************************************
       2610-DIGITO-DC.
      *
           MOVE 0                        TO WK-SUMA-DC
           PERFORM 2620-PONDERAR-DIGITO
              THRU 2620-PONDERAR-DIGITO-EXIT
             VARYING IND FROM 1 BY 1
               UNTIL IND > 10
      *
           DIVIDE WK-SUMA-DC BY 11
               GIVING WK-COCIENTE-DC
               REMAINDER WK-RESTO-DC
           COMPUTE WK-DIGITO-DC = 11 - WK-RESTO-DC
           IF WK-DIGITO-DC = 10
              MOVE 1                     TO WK-DIGITO-DC
           END-IF
           IF WK-DIGITO-DC = 11
              MOVE 0                     TO WK-DIGITO-DC
           END-IF
      *
           .
       2610-DIGITO-DC-EXIT.
           EXIT.
      ******************************************************************
      *     2620-PONDERAR-DIGITO                                       *
      ******************************************************************
       2620-PONDERAR-DIGITO.
      *
           COMPUTE WK-SUMA-DC = WK-SUMA-DC
                              + WK-BASE-DC-DIGITO (IND) * PESO-TB (IND)
      *
           .
       2620-PONDERAR-DIGITO-EXIT.
           EXIT.
      ******************************************************************
      *     2700-VALIDAR-DNI                                           *
      *     LETRA DE CONTROL DEL DNI/NIF DE WK-DNI CON LA RUTINA       *
      *     COMPARTIDA RUTVALDN. DEJA 'S' O 'N' EN WK-RESULTADO.       *
      ******************************************************************
       2700-VALIDAR-DNI.
      *
           INITIALIZE CPRUTDN
           MOVE WK-DNI                   TO DNI-NIF-E
      *
           CALL CT-RUT-DNI USING CPRUTDN
      *
           IF SI-DNI-NIF-VALIDO
              MOVE 'S'                   TO WK-RESULTADO
           ELSE
              MOVE 'N'                   TO WK-RESULTADO
           END-IF
      *
           .
       2700-VALIDAR-DNI-EXIT.
           EXIT.
      ******************************************************************
      *     2800-GUARDAR-MEDIDAS                                       *
      *     SUSTITUYE LAS FILAS DEL PERIODO EN CALIDAD_DATOS_HIST Y    *
      *     ESCRIBE EL CUADRO, MEDIDA A MEDIDA.                        *
      ******************************************************************
       2800-GUARDAR-MEDIDAS.
      *
           MOVE WK-PERIODO-E             TO CH-PERIODO
      *
           EXEC SQL
               DELETE FROM CALIDAD_DATOS_HIST
                WHERE PERIODO = :CH-PERIODO
           END-EXEC
      *
           IF SQLCODE NOT = 0 AND NOT = 100
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2800-GUARDAR-MEDIDAS'
              DISPLAY 'TABLA: CALIDAD_DATOS_HIST'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE SPACES                   TO REG-FINFORME
           STRING 'CUADRO DE CALIDAD DE DATOS - PERIODO '
                                         DELIMITED BY SIZE
                  WK-PERIODO-E           DELIMITED BY SIZE
                  ' - SIN ACTIVIDAD DESDE '
                                         DELIMITED BY SIZE
                  WK-FECHA-LIMITE        DELIMITED BY SIZE
             INTO REG-FINFORME
           PERFORM 9600-ESCRIBIR-INFORME
              THRU 9600-ESCRIBIR-INFORME-EXIT
      *
           MOVE 'MED  TABLA                DESCRIPCION               T'
                                         TO REG-FINFORME
           MOVE '  TOTAL      OK    %OK '
                                         TO REG-FINFORME(55:23)
           MOVE WK-PERIODO-ANT-TB(1)     TO REG-FINFORME(78:7)
           MOVE WK-PERIODO-ANT-TB(2)     TO REG-FINFORME(85:7)
           MOVE WK-PERIODO-ANT-TB(3)     TO REG-FINFORME(92:7)
           MOVE 'T'                      TO REG-FINFORME(100:1)
           PERFORM 9600-ESCRIBIR-INFORME
              THRU 9600-ESCRIBIR-INFORME-EXIT
      *
           PERFORM 2810-GUARDAR-MEDIDA
              THRU 2810-GUARDAR-MEDIDA-EXIT
             VARYING IND-MED FROM 1 BY 1
               UNTIL IND-MED > CT-MAX-MEDIDAS
      *
           .
       2800-GUARDAR-MEDIDAS-EXIT.
           EXIT.
      ******************************************************************
      *     2810-GUARDAR-MEDIDA                                        *
      *     SIN REGISTROS A LOS QUE APLICAR LA MEDIDA SE DA EL 100%.   *
      ******************************************************************
       2810-GUARDAR-MEDIDA.
      *
           IF CN-TOTAL-TB (IND-MED) = 0
              MOVE 100                   TO WK-PORCENTAJE
           ELSE
              COMPUTE WK-PORCENTAJE ROUNDED =
                      CN-OK-TB (IND-MED) * 100
                    / CN-TOTAL-TB (IND-MED)
           END-IF
      *
           MOVE WK-PERIODO-E             TO CH-PERIODO
           MOVE CODIGO-MED-TB (IND-MED)  TO CH-MEDIDA
           MOVE TABLA-MED-TB (IND-MED)   TO CH-TABLA
           MOVE DESC-MED-TB (IND-MED)    TO CH-DESCRIPCION
           MOVE TIPO-MED-TB (IND-MED)    TO CH-TIPO-MEDIDA
           MOVE CN-TOTAL-TB (IND-MED)    TO CH-TOTAL-REGISTROS
           MOVE CN-OK-TB (IND-MED)       TO CH-REGISTROS-OK
           MOVE WK-PORCENTAJE            TO CH-PORCENTAJE-OK
      *
           EXEC SQL
               INSERT INTO CALIDAD_DATOS_HIST
                      (PERIODO
                      ,MEDIDA
                      ,TABLA
                      ,DESCRIPCION
                      ,TIPO_MEDIDA
                      ,TOTAL_REGISTROS
                      ,REGISTROS_OK
                      ,PORCENTAJE_OK
                      ,FECHA_PROCESO)
                      VALUES(
                       :CH-PERIODO
                      ,:CH-MEDIDA
                      ,:CH-TABLA
                      ,:CH-DESCRIPCION
                      ,:CH-TIPO-MEDIDA
                      ,:CH-TOTAL-REGISTROS
                      ,:CH-REGISTROS-OK
                      ,:CH-PORCENTAJE-OK
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2810-GUARDAR-MEDIDA'
              DISPLAY 'TABLA: CALIDAD_DATOS_HIST'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CODIGO-MED-TB (IND-MED)  TO MEDIDA-INF
           MOVE TABLA-MED-TB (IND-MED)   TO TABLA-INF
           MOVE DESC-MED-TB (IND-MED)    TO DESCRIPCION-INF
           MOVE TIPO-MED-TB (IND-MED)    TO TIPO-INF
           MOVE CN-TOTAL-TB (IND-MED)    TO TOTAL-INF
           MOVE CN-OK-TB (IND-MED)       TO OK-INF
           MOVE WK-PORCENTAJE            TO PORCENT-INF
           MOVE SPACES                   TO TENDENCIA-INF
      *
           PERFORM 2820-TENDENCIA
              THRU 2820-TENDENCIA-EXIT
             VARYING IND-ANT FROM 1 BY 1
               UNTIL IND-ANT > CT-MAX-ANTERIORES
      *
           MOVE LINEA-INFORME            TO REG-FINFORME
           PERFORM 9600-ESCRIBIR-INFORME
              THRU 9600-ESCRIBIR-INFORME-EXIT
      *
           .
       2810-GUARDAR-MEDIDA-EXIT.
           EXIT.
      ******************************************************************
      *     2820-TENDENCIA                                             *
      *     PORCENTAJE DE LA MEDIDA EN UN PERIODO ANTERIOR. CONTRA EL  *
      *     MES INMEDIATAMENTE ANTERIOR SE MARCA LA TENDENCIA:         *
      *     '+' MEJORA, '-' EMPEORA, '=' IGUAL. SIN HISTORICO, EN      *
      *     BLANCO.                                                    *
      ******************************************************************
       2820-TENDENCIA.
      *
           MOVE SPACES                   TO ANTERIOR-INF (IND-ANT)
           MOVE WK-PERIODO-ANT-TB (IND-ANT) TO CH-PERIODO
      *
           EXEC SQL
               SELECT PORCENTAJE_OK
                 INTO :CH-PORCENTAJE-OK
                 FROM CALIDAD_DATOS_HIST
                WHERE PERIODO = :CH-PERIODO
                  AND MEDIDA = :CH-MEDIDA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE CH-PORCENTAJE-OK TO WK-PORCENT-EDITADO
                    MOVE WK-PORCENT-EDITADO
                                         TO PORCENT-ANT-INF (IND-ANT)
               WHEN 100
                    GO TO 2820-TENDENCIA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2820-TENDENCIA'
                    DISPLAY 'TABLA: CALIDAD_DATOS_HIST'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF IND-ANT = 1
              EVALUATE TRUE
                  WHEN WK-PORCENTAJE > CH-PORCENTAJE-OK
                       MOVE '+'          TO TENDENCIA-INF
                  WHEN WK-PORCENTAJE < CH-PORCENTAJE-OK
                       MOVE '-'          TO TENDENCIA-INF
                  WHEN OTHER
                       MOVE '='          TO TENDENCIA-INF
              END-EVALUATE
           END-IF
      *
           .
       2820-TENDENCIA-EXIT.
           EXIT.
      ******************************************************************
      *     2900-ANOTAR-MEDIDA                                         *
      *     CUENTA EL RESULTADO DE LA MEDIDA IND-MED PARA EL REGISTRO  *
      *     EN CURSO ('S' CUMPLE, 'N' INCUMPLE, ' ' NO APLICA) Y       *
      *     MANDA LOS INCUMPLIDORES A FPEORES HASTA EL MAXIMO.         *
      ******************************************************************
       2900-ANOTAR-MEDIDA.
      *
           IF WK-RESULTADO = SPACES
              GO TO 2900-ANOTAR-MEDIDA-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-TOTAL-TB (IND-MED)
      *
           IF WK-RESULTADO = 'S'
              ADD CT-1                   TO CN-OK-TB (IND-MED)
              GO TO 2900-ANOTAR-MEDIDA-EXIT
           END-IF
      *
           IF CN-PEORES-TB (IND-MED) NOT < WK-MAX-PEORES
              GO TO 2900-ANOTAR-MEDIDA-EXIT
           END-IF
      *
           MOVE WK-PERIODO-E             TO PERIODO-PEO
           MOVE CODIGO-MED-TB (IND-MED)  TO MEDIDA-PEO
           MOVE TABLA-MED-TB (IND-MED)   TO TABLA-PEO
           MOVE WK-CLAVE                 TO CLAVE-PEO
           MOVE WK-DATO                  TO DATO-PEO
      *
           PERFORM 9500-ESCRIBIR-PEORES
              THRU 9500-ESCRIBIR-PEORES-EXIT
      *
           ADD CT-1                      TO CN-PEORES-TB (IND-MED)
                                            CN-PEORES
      *
           .
       2900-ANOTAR-MEDIDA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
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
           CLOSE FINFORME
                 FPEORES
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   C A L I D A T      **'
           DISPLAY '***********************************'
           DISPLAY '*CLIENTES MAPFRE    : ' CN-MAPFRE '    *'
           DISPLAY '*CLIENTES PEPITO    : ' CN-PEPITO '    *'
           DISPLAY '*POLIZAS            : ' CN-POLIZAS '    *'
           DISPLAY '*DIRECCIONES DIRELEC: ' CN-DIRELEC '    *'
           DISPLAY '*INCUMPLIDORES LISTA: ' CN-PEORES '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-MAPFRE                                           *
      ******************************************************************
       9100-LEER-MAPFRE.
      *
           EXEC SQL
               FETCH CUR-MAPFRE
                INTO :WK-DNI
                    ,:WK-TELEFONO
                    ,:WK-CUENTA-BANCARIA
                    ,:WK-CON-EMAIL
                    ,:WK-CON-ACTIVIDAD
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MAPFRE'
                    DISPLAY 'PARRAFO: 9100-LEER-MAPFRE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-MAPFRE-EXIT.
           EXIT.
      ******************************************************************
      *     9200-LEER-PEPITO                                           *
      ******************************************************************
       9200-LEER-PEPITO.
      *
           EXEC SQL
               FETCH CUR-PEPITO
                INTO :WK-DNI
                    ,:WK-TELEFONO
                    ,:WK-COD-POSTAL
                    ,:WK-CON-EMAIL
                    ,:WK-CON-ACTIVIDAD
                    ,:WK-CP-COHERENTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PEPITO'
                    DISPLAY 'PARRAFO: 9200-LEER-PEPITO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9200-LEER-PEPITO-EXIT.
           EXIT.
      ******************************************************************
      *     9300-LEER-POLIZAS                                          *
      ******************************************************************
       9300-LEER-POLIZAS.
      *
           EXEC SQL
               FETCH CUR-POLIZAS
                INTO :WK-NUMERO-POLIZA
                    ,:WK-DNI
                    ,:WK-FECHA-VENCIMIENTO
                    ,:WK-CON-ACTIVIDAD
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-POLIZAS'
                    DISPLAY 'PARRAFO: 9300-LEER-POLIZAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9300-LEER-POLIZAS-EXIT.
           EXIT.
      ******************************************************************
      *     9400-LEER-DIRELEC                                          *
      ******************************************************************
       9400-LEER-DIRELEC.
      *
           EXEC SQL
               FETCH CUR-DIRELEC
                INTO :WK-TIPO-DIR-ELEC
                    ,:WK-VALOR
                    ,:WK-DNI
                    ,:WK-PROVINCIA
                    ,:WK-TIMESTAMP-MODIF
                    ,:WK-PROVINCIA-VALIDA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-DIRELEC'
                    DISPLAY 'PARRAFO: 9400-LEER-DIRELEC'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9400-LEER-DIRELEC-EXIT.
           EXIT.
      ******************************************************************
      *     9500-ESCRIBIR-PEORES                                       *
      ******************************************************************
       9500-ESCRIBIR-PEORES.
      *
           WRITE REG-FPEORES             FROM LINEA-PEORES
      *
           IF FS-FPEORES NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FPEORES'
              DISPLAY 'PARRAFO: 9500-ESCRIBIR-PEORES'
              DISPLAY 'FILE STATUS: ' FS-FPEORES
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       9500-ESCRIBIR-PEORES-EXIT.
           EXIT.
      ******************************************************************
      *     9600-ESCRIBIR-INFORME                                      *
      ******************************************************************
       9600-ESCRIBIR-INFORME.
      *
           WRITE REG-FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 9600-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
           END-IF
      *
           MOVE SPACES                   TO REG-FINFORME
      *
           .
       9600-ESCRIBIR-INFORME-EXIT.
           EXIT.
      *
