      ******************************************************************
      ** R E P A R T O.- REPARTO DE UN INFORME POR DESTINATARIO. LEE **
      **                EL LISTADO DE CUALQUIER INFORME (EXTRACTO,   **
      **                DESCUBIE, LIQPER, SLAREPOR, REPRESER...) Y   **
      **                LO TROCEA POR SU CLAVE DE CORTE (OFICINA,    **
      **                PERITO, AGENTE, RESPONSABLE...) SEGUN        **
      **                DISTRIBUCION_INFORMES (INFORME, CLAVE,       **
      **                DESTINATARIO, CANAL). UNA LINEA ES DE CORTE  **
      **                SI LLEVA LA MARCA EN SU POSICION (SIN MARCA, **
      **                CUALQUIER LINEA CON LA CLAVE INFORMADA); LAS **
      **                LINEAS SIGUIENTES PERTENECEN A ESA CLAVE Y   **
      **                LAS ANTERIORES AL PRIMER CORTE SON LA        **
      **                CABECERA DEL INFORME, QUE RECIBEN TODOS. SI  **
      **                ALGUNA CLAVE NO TIENE DESTINATARIO NO SE     **
      **                REPARTE NADA (RC 8) PARA NO PERDER PAGINAS.  **
      **                EMITE EN FREPARTO UN BLOQUE POR DESTINATARIO **
      **                Y CANAL (CABECERA, LINEAS Y FIN) Y DEJA EN   **
      **                ENVIOS_INFORMES QUE CLAVE SE ENVIO A QUIEN,  **
      **                POR QUE CANAL, CUANDO Y CON CUANTAS LINEAS.  **
      **                SYSIN: INFORME, POSICION/LONGITUD/TEXTO DE   **
      **                LA MARCA, POSICION/LONGITUD DE LA CLAVE Y    **
      **                LONGITUD DE REGISTRO DEL LISTADO (80, 90...; **
      **                EN BLANCO 133). MARCA Y CLAVE DEBEN CABER EN **
      **                ESA LONGITUD.                                **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   REPARTO.
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
           SELECT FREPARTO ASSIGN TO FREPARTO
           FILE STATUS FS-FREPARTO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  REG-FINFORME               PIC X(0133).
      *    LISTADO DEL INFORME A REPARTIR, DE LA LONGITUD QUE TENGA EL
      *    FICHERO (HASTA 133)
      *
       FD FREPARTO
           RECORDING MODE IS F.
       01  REG-FREPARTO               PIC X(0200).
      *    UN BLOQUE CABECERA/LINEAS/FIN POR DESTINATARIO Y CANAL
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
           05  FS-FREPARTO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MAX-CLAVES          PIC 9(04) VALUE 1000.
           05  CT-LON-LINEA           PIC 9(03) VALUE 133.
           05  CT-LON-MAX-CLAVE       PIC 9(02) VALUE 20.
      *
       01  CN-CONTADORES.
           05  CN-LINEAS-LEIDAS       PIC 9(07).
           05  CN-LINEAS-CABECERA     PIC 9(07).
           05  CN-CLAVES              PIC 9(05).
           05  CN-SIN-DESTINO         PIC 9(05).
           05  CN-DESTINATARIOS       PIC 9(05).
           05  CN-SIN-CONTENIDO       PIC 9(05).
           05  CN-LINEAS-ESCRITAS     PIC 9(07).
           05  CN-ENVIOS              PIC 9(05).
           05  CN-LINEAS-DEST         PIC 9(07).
      *
      * PARAMETROS DE SYSIN
       01  WK-PARAMETROS-E.
           05  WK-INFORME-E           PIC X(08).
           05  WK-POS-MARCA-E         PIC 9(03).
           05  WK-LON-MARCA-E         PIC 9(02).
           05  WK-MARCA-E             PIC X(20).
           05  WK-POS-CLAVE-E         PIC 9(03).
           05  WK-LON-CLAVE-E         PIC 9(02).
           05  WK-LON-LINEA-X         PIC X(03).
           05  WK-LON-LINEA-E REDEFINES WK-LON-LINEA-X
                                      PIC 9(03).
           05  FILLER                 PIC X(39).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-ENVIO         PIC X(26).
           05  WK-CLAVE-LINEA         PIC X(20).
           05  WK-CLAVE-ACTUAL        PIC X(20).
           05  WK-IND-CLAVE           PIC S9(04) COMP.
           05  WK-IND                 PIC S9(04) COMP.
           05  WK-NUM-DESTINOS        PIC S9(09) COMP.
           05  WK-FIN-POSICION        PIC 9(04).
           05  WK-LON-LINEA           PIC 9(03).
      *
       01  WK-LINEA                   PIC X(133).
      *
      * CLAVES DE CORTE APARECIDAS EN EL INFORME, CON SUS LINEAS Y LA
      * MARCA DE SI VAN AL DESTINATARIO EN CURSO
       01  WK-TABLA-CLAVES.
           05  WK-CLAVE-TB            OCCURS 1000 TIMES.
               10  WK-CLAVE-CLA       PIC X(20).
               10  WK-LINEAS-CLA      PIC S9(09) COMP.
               10  WK-ENVIAR-CLA      PIC X(01).
                   88  SI-ENVIAR-CLA            VALUE 'S'.
                   88  NO-ENVIAR-CLA            VALUE 'N'.
      *
       01  LINEA-REPARTO.
           05  TIPO-REP               PIC X(01).
               88  CABECERA-REP                 VALUE 'C'.
               88  DETALLE-REP                  VALUE 'D'.
               88  FIN-REP                      VALUE 'F'.
           05  CANAL-REP              PIC X(03).
           05  DESTINATARIO-REP       PIC X(60).
           05  DATOS-REP              PIC X(133).
           05  DATOS-CAB-REP REDEFINES DATOS-REP.
               10  INFORME-CAB-REP    PIC X(08).
               10  FILLER             PIC X(01).
               10  FECHA-CAB-REP      PIC X(26).
               10  FILLER             PIC X(98).
           05  DATOS-FIN-REP REDEFINES DATOS-REP.
               10  INFORME-FIN-REP    PIC X(08).
               10  FILLER             PIC X(01).
               10  LINEAS-FIN-REP     PIC 9(07).
               10  FILLER             PIC X(117).
           05  FILLER                 PIC X(03).
      *
       01  SW-SWITCHES.
           05  SW-FIN-INFORME         PIC X(01).
               88  SI-FIN-INFORME               VALUE 'S'.
               88  NO-FIN-INFORME               VALUE 'N'.
           05  SW-FIN-DESTINOS        PIC X(01).
               88  SI-FIN-DESTINOS              VALUE 'S'.
               88  NO-FIN-DESTINOS              VALUE 'N'.
           05  SW-FIN-CLAVES-DEST     PIC X(01).
               88  SI-FIN-CLAVES-DEST           VALUE 'S'.
               88  NO-FIN-CLAVES-DEST           VALUE 'N'.
           05  SW-CLAVE-HALLADA       PIC X(01).
               88  SI-CLAVE-HALLADA             VALUE 'S'.
               88  NO-CLAVE-HALLADA             VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN DISTRIBUCION_INFORMES-----*
      *
           EXEC SQL
               INCLUDE TBDISINF
           END-EXEC.
      *
      *--------DCLGEN ENVIOS_INFORMES-----------*
      *
           EXEC SQL
               INCLUDE TBENVINF
           END-EXEC.
      *
      *--------CURSOR DE DESTINATARIOS DEL INFORME---------------------*
      *
           EXEC SQL
               DECLARE CUR-DESTINOS CURSOR FOR
               SELECT DISTINCT
                      CANAL
                     ,DESTINATARIO
                 FROM DISTRIBUCION_INFORMES
                WHERE INFORME = :WK-INFORME-E
                ORDER BY CANAL
                        ,DESTINATARIO
           END-EXEC.
      *
      *--------CURSOR DE CLAVES DE UN DESTINATARIO---------------------*
      *
           EXEC SQL
               DECLARE CUR-CLAVES-DEST CURSOR FOR
               SELECT CLAVE_CORTE
                 FROM DISTRIBUCION_INFORMES
                WHERE INFORME      = :WK-INFORME-E
                  AND DESTINATARIO = :DI-DESTINATARIO
                  AND CANAL        = :DI-CANAL
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
             UNTIL SI-FIN-INFORME
      *
           PERFORM 2300-VALIDAR-REPARTO
              THRU 2300-VALIDAR-REPARTO-EXIT
      *
           PERFORM 2400-REPARTIR
              THRU 2400-REPARTIR-EXIT
             UNTIL SI-FIN-DESTINOS
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     SYSIN: INFORME(8) POSICION(3) LONGITUD(2) Y TEXTO(20) DE LA*
      *     MARCA DE LINEA DE CORTE, POSICION(3) Y LONGITUD(2) DE LA   *
      *     CLAVE. LONGITUD DE MARCA CERO: TODA LINEA CON CLAVE CORTA. *
      *     LONGITUD DE REGISTRO(3) DEL LISTADO, EN BLANCO 133: MARCA  *
      *     Y CLAVE TIENEN QUE CABER EN ELLA.                          *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
                      WK-TABLA-CLAVES
      *
           SET NO-FIN-INFORME            TO TRUE
           SET NO-FIN-DESTINOS           TO TRUE
      *
           ACCEPT WK-PARAMETROS-E FROM SYSIN
      *
           IF WK-INFORME-E = SPACES OR LOW-VALUES
              OR WK-POS-MARCA-E NOT NUMERIC
              OR WK-LON-MARCA-E NOT NUMERIC
              OR WK-POS-CLAVE-E NOT NUMERIC
              OR WK-LON-CLAVE-E NOT NUMERIC
              OR WK-POS-CLAVE-E = ZEROS
              OR WK-LON-CLAVE-E = ZEROS
              OR WK-LON-CLAVE-E > CT-LON-MAX-CLAVE
              OR WK-LON-MARCA-E > CT-LON-MAX-CLAVE
              DISPLAY 'REPARTO: PARAMETROS DE SYSIN INCORRECTOS'
              DISPLAY 'SYSIN: ' WK-PARAMETROS-E
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-LON-LINEA-X = SPACES OR LOW-VALUES
              MOVE CT-LON-LINEA          TO WK-LON-LINEA
           ELSE
              IF WK-LON-LINEA-E NOT NUMERIC
                 OR WK-LON-LINEA-E = ZEROS
                 OR WK-LON-LINEA-E > CT-LON-LINEA
                 DISPLAY 'REPARTO: LONGITUD DE REGISTRO INCORRECTA'
                 DISPLAY 'SYSIN: ' WK-PARAMETROS-E
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
              MOVE WK-LON-LINEA-E        TO WK-LON-LINEA
           END-IF
      *
           COMPUTE WK-FIN-POSICION = WK-POS-CLAVE-E + WK-LON-CLAVE-E - 1
           IF WK-FIN-POSICION > WK-LON-LINEA
              DISPLAY 'REPARTO: LA CLAVE SE SALE DE LA LINEA'
              DISPLAY 'SYSIN: ' WK-PARAMETROS-E
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-LON-MARCA-E > ZEROS
              COMPUTE WK-FIN-POSICION = WK-POS-MARCA-E
                                      + WK-LON-MARCA-E - 1
              IF WK-POS-MARCA-E = ZEROS
                 OR WK-FIN-POSICION > WK-LON-LINEA
                 DISPLAY 'REPARTO: LA MARCA SE SALE DE LA LINEA'
                 DISPLAY 'SYSIN: ' WK-PARAMETROS-E
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WK-FECHA-ENVIO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'TABLA: SYSDUMMY1'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           DISPLAY 'REPARTO: INFORME ' WK-INFORME-E
                   ' ENVIO ' WK-FECHA-ENVIO
                   ' LONGITUD ' WK-LON-LINEA
      *
           OPEN INPUT FINFORME
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
           PERFORM 9100-LEER-INFORME
              THRU 9100-LEER-INFORME-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     PRIMERA PASADA: CLAVES DE CORTE DEL INFORME Y LINEAS DE    *
      *     CADA UNA, COMPROBANDO QUE TODAS TIENEN DESTINATARIO        *
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                      TO CN-LINEAS-LEIDAS
      *
           PERFORM 2100-CLAVE-LINEA
              THRU 2100-CLAVE-LINEA-EXIT
      *
           IF WK-IND-CLAVE = ZEROS
              ADD CT-1                   TO CN-LINEAS-CABECERA
           ELSE
              ADD CT-1                   TO WK-LINEAS-CLA (WK-IND-CLAVE)
           END-IF
      *
           PERFORM 9100-LEER-INFORME
              THRU 9100-LEER-INFORME-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CLAVE-LINEA                                           *
      *     SI LA LINEA ES DE CORTE, SU CLAVE PASA A SER LA ACTUAL;    *
      *     SI NO, LA LINEA SIGUE EN LA CLAVE QUE TRAIA EL INFORME     *
      ******************************************************************
       2100-CLAVE-LINEA.
      *
           IF WK-LON-MARCA-E > ZEROS
              IF WK-LINEA (WK-POS-MARCA-E:WK-LON-MARCA-E) NOT =
                 WK-MARCA-E (1:WK-LON-MARCA-E)
                 GO TO 2100-CLAVE-LINEA-EXIT
              END-IF
           END-IF
      *
           MOVE SPACES                   TO WK-CLAVE-LINEA
           MOVE WK-LINEA (WK-POS-CLAVE-E:WK-LON-CLAVE-E)
                                         TO WK-CLAVE-LINEA
      *
           IF WK-CLAVE-LINEA = SPACES
              OR WK-CLAVE-LINEA = WK-CLAVE-ACTUAL
              GO TO 2100-CLAVE-LINEA-EXIT
           END-IF
      *
           MOVE WK-CLAVE-LINEA           TO WK-CLAVE-ACTUAL
      *
           SET NO-CLAVE-HALLADA          TO TRUE
           PERFORM 2110-BUSCAR-CLAVE
              THRU 2110-BUSCAR-CLAVE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > CN-CLAVES
                OR SI-CLAVE-HALLADA
      *
           IF NO-CLAVE-HALLADA
              PERFORM 2120-ALTA-CLAVE
                 THRU 2120-ALTA-CLAVE-EXIT
           END-IF
      *
           .
       2100-CLAVE-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2110-BUSCAR-CLAVE                                          *
      ******************************************************************
       2110-BUSCAR-CLAVE.
      *
           IF WK-CLAVE-CLA (WK-IND) = WK-CLAVE-ACTUAL
              SET SI-CLAVE-HALLADA       TO TRUE
              MOVE WK-IND                TO WK-IND-CLAVE
           END-IF
      *
           .
       2110-BUSCAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      *     2120-ALTA-CLAVE                                            *
      *     CLAVE NUEVA EN EL INFORME: SE GUARDA Y SE COMPRUEBA QUE    *
      *     TENGA AL MENOS UN DESTINATARIO                             *
      ******************************************************************
       2120-ALTA-CLAVE.
      *
           IF CN-CLAVES = CT-MAX-CLAVES
              DISPLAY 'REPARTO: DEMASIADAS CLAVES DE CORTE EN EL '
                      'INFORME ' WK-INFORME-E
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-CLAVES
           MOVE CN-CLAVES                TO WK-IND-CLAVE
           MOVE WK-CLAVE-ACTUAL          TO WK-CLAVE-CLA (WK-IND-CLAVE)
           MOVE ZEROS                    TO WK-LINEAS-CLA (WK-IND-CLAVE)
           SET NO-ENVIAR-CLA (WK-IND-CLAVE) TO TRUE
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-NUM-DESTINOS
                 FROM DISTRIBUCION_INFORMES
                WHERE INFORME     = :WK-INFORME-E
                  AND CLAVE_CORTE = :WK-CLAVE-ACTUAL
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2120-ALTA-CLAVE'
              DISPLAY 'TABLA: DISTRIBUCION_INFORMES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-NUM-DESTINOS = ZEROS
              DISPLAY 'REPARTO: CLAVE SIN DESTINATARIO: '
                      WK-CLAVE-ACTUAL
              ADD CT-1                   TO CN-SIN-DESTINO
           END-IF
      *
           .
       2120-ALTA-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      *     2300-VALIDAR-REPARTO                                       *
      *     CON ALGUNA CLAVE SIN DESTINATARIO, O SIN NINGUNA LINEA DE  *
      *     CORTE, NO SE REPARTE NADA: ANTES PARAR QUE PERDER PAGINAS  *
      ******************************************************************
       2300-VALIDAR-REPARTO.
      *
           CLOSE FINFORME
      *
           IF CN-SIN-DESTINO > ZEROS
              DISPLAY 'REPARTO: ' CN-SIN-DESTINO
                      ' CLAVES SIN DESTINATARIO EN DISTRIBUCION_'
                      'INFORMES. NO SE REPARTE EL INFORME'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF CN-CLAVES = ZEROS
              DISPLAY 'REPARTO: EL INFORME NO TIENE LINEAS DE CORTE. '
                      'NO SE REPARTE EL INFORME'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           OPEN OUTPUT FREPARTO
      *
           IF FS-FREPARTO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FREPARTO'
              DISPLAY 'PARRAFO: 2300-VALIDAR-REPARTO'
              DISPLAY 'FILE STATUS: ' FS-FREPARTO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-DESTINOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DESTINOS'
              DISPLAY 'PARRAFO: 2300-VALIDAR-REPARTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-DESTINO
              THRU 9000-LEER-DESTINO-EXIT
      *
           .
       2300-VALIDAR-REPARTO-EXIT.
           EXIT.
      ******************************************************************
      *     2400-REPARTIR                                              *
      *     SEGUNDA PASADA, UNA POR DESTINATARIO Y CANAL: SE MARCAN    *
      *     SUS CLAVES, SE COPIA LA CABECERA DEL INFORME Y LAS LINEAS  *
      *     DE ESAS CLAVES Y SE REGISTRA EL ENVIO DE CADA CLAVE        *
      ******************************************************************
       2400-REPARTIR.
      *
           MOVE ZEROS                    TO CN-LINEAS-DEST
      *
           PERFORM 2410-DESMARCAR-CLAVE
              THRU 2410-DESMARCAR-CLAVE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > CN-CLAVES
      *
           SET NO-FIN-CLAVES-DEST        TO TRUE
      *
           EXEC SQL
               OPEN CUR-CLAVES-DEST
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-CLAVES-DEST'
              DISPLAY 'PARRAFO: 2400-REPARTIR'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2420-MARCAR-CLAVE
              THRU 2420-MARCAR-CLAVE-EXIT
             UNTIL SI-FIN-CLAVES-DEST
      *
           EXEC SQL
               CLOSE CUR-CLAVES-DEST
           END-EXEC
      *
      * NINGUNA DE SUS CLAVES SALE EN ESTE INFORME: NADA QUE ENVIAR
           IF CN-LINEAS-DEST = ZEROS
              ADD CT-1                   TO CN-SIN-CONTENIDO
              PERFORM 9000-LEER-DESTINO
                 THRU 9000-LEER-DESTINO-EXIT
              GO TO 2400-REPARTIR-EXIT
           END-IF
      *
           MOVE SPACES                   TO LINEA-REPARTO
           SET CABECERA-REP              TO TRUE
           MOVE DI-CANAL                 TO CANAL-REP
           MOVE DI-DESTINATARIO          TO DESTINATARIO-REP
           MOVE WK-INFORME-E             TO INFORME-CAB-REP
           MOVE WK-FECHA-ENVIO           TO FECHA-CAB-REP
           PERFORM 2450-ESCRIBIR-REPARTO
              THRU 2450-ESCRIBIR-REPARTO-EXIT
      *
           MOVE ZEROS                    TO CN-LINEAS-DEST
           MOVE SPACES                   TO WK-CLAVE-ACTUAL
           MOVE ZEROS                    TO WK-IND-CLAVE
           SET NO-FIN-INFORME            TO TRUE
      *
           OPEN INPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FINFORME'
              DISPLAY 'PARRAFO: 2400-REPARTIR'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-INFORME
              THRU 9100-LEER-INFORME-EXIT
      *
           PERFORM 2430-COPIAR-LINEA
              THRU 2430-COPIAR-LINEA-EXIT
             UNTIL SI-FIN-INFORME
      *
           CLOSE FINFORME
      *
           MOVE SPACES                   TO LINEA-REPARTO
           SET FIN-REP                   TO TRUE
           MOVE DI-CANAL                 TO CANAL-REP
           MOVE DI-DESTINATARIO          TO DESTINATARIO-REP
           MOVE WK-INFORME-E             TO INFORME-FIN-REP
           MOVE CN-LINEAS-DEST           TO LINEAS-FIN-REP
           PERFORM 2450-ESCRIBIR-REPARTO
              THRU 2450-ESCRIBIR-REPARTO-EXIT
      *
           PERFORM 2440-REGISTRAR-ENVIO
              THRU 2440-REGISTRAR-ENVIO-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > CN-CLAVES
      *
           ADD CT-1                      TO CN-DESTINATARIOS
      *
           PERFORM 9000-LEER-DESTINO
              THRU 9000-LEER-DESTINO-EXIT
      *
           .
       2400-REPARTIR-EXIT.
           EXIT.
      ******************************************************************
      *     2410-DESMARCAR-CLAVE                                       *
      ******************************************************************
       2410-DESMARCAR-CLAVE.
      *
           SET NO-ENVIAR-CLA (WK-IND)    TO TRUE
      *
           .
       2410-DESMARCAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      *     2420-MARCAR-CLAVE                                          *
      *     LAS CLAVES DEL DESTINATARIO QUE NO SALEN EN EL INFORME SE  *
      *     IGNORAN (ESA OFICINA O PERITO NO TIENE NADA ESTA VEZ)      *
      ******************************************************************
       2420-MARCAR-CLAVE.
      *
           EXEC SQL
               FETCH CUR-CLAVES-DEST
                INTO :DI-CLAVE-CORTE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CLAVES-DEST TO TRUE
                    GO TO 2420-MARCAR-CLAVE-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-CLAVES-DEST'
                    DISPLAY 'PARRAFO: 2420-MARCAR-CLAVE'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE DI-CLAVE-CORTE           TO WK-CLAVE-ACTUAL
           SET NO-CLAVE-HALLADA          TO TRUE
           PERFORM 2110-BUSCAR-CLAVE
              THRU 2110-BUSCAR-CLAVE-EXIT
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > CN-CLAVES
                OR SI-CLAVE-HALLADA
      *
           IF SI-CLAVE-HALLADA
              SET SI-ENVIAR-CLA (WK-IND-CLAVE) TO TRUE
              ADD WK-LINEAS-CLA (WK-IND-CLAVE) TO CN-LINEAS-DEST
           END-IF
      *
           .
       2420-MARCAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      *     2430-COPIAR-LINEA                                          *
      *     LA CABECERA DEL INFORME VA A TODOS; EL RESTO SOLO SI SU    *
      *     CLAVE ESTA MARCADA PARA EL DESTINATARIO                    *
      ******************************************************************
       2430-COPIAR-LINEA.
      *
           PERFORM 2100-CLAVE-LINEA
              THRU 2100-CLAVE-LINEA-EXIT
      *
           IF WK-IND-CLAVE = ZEROS
              PERFORM 2435-ESCRIBIR-DETALLE
                 THRU 2435-ESCRIBIR-DETALLE-EXIT
           ELSE
              IF SI-ENVIAR-CLA (WK-IND-CLAVE)
                 PERFORM 2435-ESCRIBIR-DETALLE
                    THRU 2435-ESCRIBIR-DETALLE-EXIT
              END-IF
           END-IF
      *
           PERFORM 9100-LEER-INFORME
              THRU 9100-LEER-INFORME-EXIT
      *
           .
       2430-COPIAR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2435-ESCRIBIR-DETALLE                                      *
      ******************************************************************
       2435-ESCRIBIR-DETALLE.
      *
           MOVE SPACES                   TO LINEA-REPARTO
           SET DETALLE-REP               TO TRUE
           MOVE DI-CANAL                 TO CANAL-REP
           MOVE DI-DESTINATARIO          TO DESTINATARIO-REP
           MOVE WK-LINEA                 TO DATOS-REP
           PERFORM 2450-ESCRIBIR-REPARTO
              THRU 2450-ESCRIBIR-REPARTO-EXIT
      *
           ADD CT-1                      TO CN-LINEAS-DEST
      *
           .
       2435-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *     2440-REGISTRAR-ENVIO                                       *
      *     UNA FILA POR CLAVE ENVIADA, PARA PODER CONTESTAR SI UNA    *
      *     OFICINA RECIBIO SU INFORME, CUANDO Y POR QUE CANAL         *
      ******************************************************************
       2440-REGISTRAR-ENVIO.
      *
           IF NO-ENVIAR-CLA (WK-IND)
              GO TO 2440-REGISTRAR-ENVIO-EXIT
           END-IF
      *
           MOVE WK-INFORME-E             TO EI-INFORME
           MOVE WK-CLAVE-CLA (WK-IND)    TO EI-CLAVE-CORTE
           MOVE DI-DESTINATARIO          TO EI-DESTINATARIO
           MOVE DI-CANAL                 TO EI-CANAL
           MOVE WK-FECHA-ENVIO           TO EI-FECHA-ENVIO
           MOVE WK-LINEAS-CLA (WK-IND)   TO EI-NUM-LINEAS
      *
           EXEC SQL
               INSERT INTO ENVIOS_INFORMES
                     (INFORME
                     ,CLAVE_CORTE
                     ,DESTINATARIO
                     ,CANAL
                     ,FECHA_ENVIO
                     ,NUM_LINEAS)
               VALUES
                     (:EI-INFORME
                     ,:EI-CLAVE-CORTE
                     ,:EI-DESTINATARIO
                     ,:EI-CANAL
                     ,TIMESTAMP(:EI-FECHA-ENVIO)
                     ,:EI-NUM-LINEAS)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2440-REGISTRAR-ENVIO'
              DISPLAY 'TABLA: ENVIOS_INFORMES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-ENVIOS
      *
           .
       2440-REGISTRAR-ENVIO-EXIT.
           EXIT.
      ******************************************************************
      *     2450-ESCRIBIR-REPARTO                                      *
      ******************************************************************
       2450-ESCRIBIR-REPARTO.
      *
           WRITE REG-FREPARTO         FROM LINEA-REPARTO
      *
           IF FS-FREPARTO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FREPARTO'
              DISPLAY 'PARRAFO: 2450-ESCRIBIR-REPARTO'
              DISPLAY 'FILE STATUS: ' FS-FREPARTO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-LINEAS-ESCRITAS
      *
           .
       2450-ESCRIBIR-REPARTO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      *     EL REGISTRO DE ENVIOS SOLO SE CONFIRMA SI EL REPARTO HA    *
      *     TERMINADO BIEN                                             *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-DESTINOS
           END-EXEC
      *
           IF RETURN-CODE = 0
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
                 FREPARTO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R E P A R T O      **'
           DISPLAY '***********************************'
           DISPLAY '*LINEAS LEIDAS      : ' CN-LINEAS-LEIDAS '    *'
           DISPLAY '*LINEAS DE CABECERA : ' CN-LINEAS-CABECERA '    *'
           DISPLAY '*CLAVES DE CORTE    : ' CN-CLAVES '      *'
           DISPLAY '*CLAVES SIN DESTINO : ' CN-SIN-DESTINO '      *'
           DISPLAY '*DESTINATARIOS      : ' CN-DESTINATARIOS '      *'
           DISPLAY '*DESTINOS SIN DATOS : ' CN-SIN-CONTENIDO '      *'
           DISPLAY '*ENVIOS REGISTRADOS : ' CN-ENVIOS '      *'
           DISPLAY '*LINEAS EN FREPARTO : ' CN-LINEAS-ESCRITAS '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-DESTINO                                          *
      ******************************************************************
       9000-LEER-DESTINO.
      *
           EXEC SQL
               FETCH CUR-DESTINOS
                INTO :DI-CANAL
                    ,:DI-DESTINATARIO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-DESTINOS  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-DESTINOS'
                    DISPLAY 'PARRAFO: 9000-LEER-DESTINO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-DESTINO-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-INFORME                                          *
      ******************************************************************
       9100-LEER-INFORME.
      *
           READ FINFORME
      *
           EVALUATE FS-FINFORME
               WHEN CT-00
      * DEL AREA DEL REGISTRO SOLO VALE LA LONGITUD DEL LISTADO
                    MOVE SPACES          TO WK-LINEA
                    MOVE REG-FINFORME (1:WK-LON-LINEA)
                                         TO WK-LINEA
               WHEN CT-10
                    SET SI-FIN-INFORME   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FINFORME'
                    DISPLAY 'PARRAFO: 9100-LEER-INFORME'
                    DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-INFORME-EXIT.
           EXIT.
      *
