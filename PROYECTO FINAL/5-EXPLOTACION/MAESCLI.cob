      ******************************************************************
      ** M A E S C L I.-MAESTRO UNICO DE CLIENTES ENTRE SEGUROS,      **
      **                BANCA Y TIENDA. ASIGNA A CADA PERSONA UN      **
      **                IDENTIFICADOR UNICO EN CLIENTES_MAESTRO Y     **
      **                REGISTRA EN ENLACES_CLIENTE CADA CLAVE DE     **
      **                ORIGEN QUE LE ENLAZA. SOLO TRATA LAS CLAVES   **
      **                AUN NO ENLAZADAS, ASI QUE CADA EJECUCION      **
      **                INCORPORA LAS ALTAS DESDE LA ANTERIOR.        **
      **                - FASE 1, POR DNI: CLIENTES_PEPITO_SEG,       **
      **                  CLIENTES_MAPFRE E INTERVINIENTES. EL MISMO  **
      **                  DNI ES LA MISMA PERSONA; EL CLIENTE NUEVO   **
      **                  TOMA LOS DATOS DEL SISTEMA MAS FIABLE (POR  **
      **                  ESTE ORDEN).                                **
      **                - FASE 2, SIN DNI: BANCO_PICHINCHA Y          **
      **                  CLIENTES_TIENDA SE PUNTUAN CONTRA EL        **
      **                  MAESTRO EN MEMORIA, AL ESTILO DE MATCHBNK:  **
      **                    NOMBRE IGUAL........ 30 PUNTOS            **
      **                    APELLIDO 1 IGUAL.... 30 PUNTOS            **
      **                    APELLIDO 2 IGUAL.... 10 PUNTOS            **
      **                    LOCALIDAD IGUAL..... 15 PUNTOS            **
      **                    DIRECCION (10 POS.). 15 PUNTOS            **
      **                    TELEFONO IGUAL...... 20 PUNTOS            **
      **                  CON 70 O MAS PUNTOS SE ENLAZA AL MEJOR      **
      **                  CANDIDATO; SI NO, ES UN CLIENTE NUEVO SIN   **
      **                  DNI. LAS DECISIONES DE ESTA FASE SALEN EN   **
      **                  FCASACIO PARA SU REVISION.                  **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   MAESCLI.
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
           SELECT FCASACIO ASSIGN TO FCASACIO
           FILE STATUS FS-FCASACIO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FCASACIO
           RECORDING MODE IS F.
       01  REG-FCASACIO               PIC X(0120).
      *    CASACIONES APROXIMADAS Y CLIENTES NUEVOS SIN DNI
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FCASACIO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-UMBRAL-CASADO       PIC 9(02) VALUE 70.
           05  CT-MAX-MAESTROS        PIC 9(05) VALUE 20000.
           05  CT-COMMIT-DEFECTO      PIC 9(03) VALUE 100.
           05  CT-METODO-DNI          PIC X(01) VALUE 'D'.
           05  CT-METODO-APROXIMADO   PIC X(01) VALUE 'A'.
           05  CT-METODO-NUEVO        PIC X(01) VALUE 'N'.
      *
       01  CN-CONTADORES.
           05  CN-CLAVES-DNI          PIC 9(07).
           05  CN-CLAVES-SIN-DNI      PIC 9(07).
           05  CN-MAESTROS-NUEVOS     PIC 9(07).
           05  CN-ENLACES-DNI         PIC 9(07).
           05  CN-ENLACES-APROX       PIC 9(07).
           05  CN-NUEVOS-SIN-DNI      PIC 9(07).
           05  CN-MAESTROS-MEM        PIC 9(05).
      *
       01  WK-PARM-SYSIN.
           05  WK-NUM-COMMIT-E        PIC 9(03).
      *
      * CLIENTES DEL MAESTRO CARGADOS EN MEMORIA PARA LA FASE 2
       01  TABLA-MAESTROS.
           05  MAESTROS-TB OCCURS 20000.
               10  ID-MA-TB           PIC S9(09) COMP.
               10  NOMBRE-MA-TB       PIC X(25).
               10  APELLIDO-1-MA-TB   PIC X(25).
               10  APELLIDO-2-MA-TB   PIC X(25).
               10  LOCALIDAD-MA-TB    PIC X(25).
               10  DIRECCION-MA-TB    PIC X(10).
               10  TELEFONO-MA-TB     PIC X(15).
      *
       01  WK-PUNTUACION.
           05  WK-PUNTOS              PIC 9(03).
           05  WK-MEJOR-PUNTOS        PIC 9(03).
           05  WK-MEJOR-IND           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-CONT-COMMIT         PIC 9(03).
           05  WK-ULTIMO-ID           PIC S9(09) COMP.
           05  WK-PRIORIDAD           PIC S9(04) COMP.
           05  WK-NOMBRE-COMPLETO     PIC X(75).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(05).
      *
       01  LINEA-CASACION.
           05  SISTEMA-CAS            PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLAVE-CAS              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  NOMBRE-CAS             PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APELLIDO-CAS           PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  METODO-CAS             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PUNTOS-CAS             PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ID-MAESTRO-CAS         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(28) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CUR-DNI         PIC X(01).
               88  SI-FIN-CUR-DNI               VALUE 'S'.
               88  NO-FIN-CUR-DNI               VALUE 'N'.
           05  SW-FIN-CUR-MAESTROS    PIC X(01).
               88  SI-FIN-CUR-MAESTROS          VALUE 'S'.
               88  NO-FIN-CUR-MAESTROS          VALUE 'N'.
           05  SW-FIN-CUR-SIN-DNI     PIC X(01).
               88  SI-FIN-CUR-SIN-DNI           VALUE 'S'.
               88  NO-FIN-CUR-SIN-DNI           VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CLIENTES_MAESTRO----*
      *
           EXEC SQL
               INCLUDE TBCLIMAE
           END-EXEC.
      *
      *--------DCLGEN ENLACES_CLIENTE-----*
      *
           EXEC SQL
               INCLUDE TBCLIENL
           END-EXEC.
      *
      *--------CURSOR FASE 1: CLAVES CON DNI SIN ENLAZAR---------------*
      *
           EXEC SQL
               DECLARE CUR-DNI CURSOR WITH HOLD FOR
               SELECT 'SEG'
                     ,C.DNI_CL
                     ,C.NOMBRE_CL
                     ,C.APELLIDO_1
                     ,C.APELLIDO_2
                     ,' '
                     ,RTRIM(C.CLASE_VIA) CONCAT ' ' CONCAT C.NOMBRE_VIA
                     ,C.CIUDAD
                     ,C.TELEFONO
                     ,1
                 FROM CLIENTES_PEPITO_SEG C
                WHERE C.DNI_CL <> ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ENLACES_CLIENTE E
                        WHERE E.SISTEMA = 'SEG'
                          AND E.CLAVE_ORIGEN = C.DNI_CL)
               UNION ALL
               SELECT 'MAP'
                     ,M.DNI
                     ,' '
                     ,' '
                     ,' '
                     ,M.NOMBRE
                     ,M.DIRECCION
                     ,' '
                     ,M.TELEFONO
                     ,2
                 FROM CLIENTES_MAPFRE M
                WHERE M.DNI <> ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ENLACES_CLIENTE E
                        WHERE E.SISTEMA = 'MAP'
                          AND E.CLAVE_ORIGEN = M.DNI)
               UNION ALL
               SELECT 'INT'
                     ,I.DNI_PERSONA
                     ,' '
                     ,' '
                     ,' '
                     ,MIN(I.NOMBRE)
                     ,' '
                     ,' '
                     ,' '
                     ,3
                 FROM INTERVINIENTES I
                WHERE I.DNI_PERSONA <> ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ENLACES_CLIENTE E
                        WHERE E.SISTEMA = 'INT'
                          AND E.CLAVE_ORIGEN = I.DNI_PERSONA)
                GROUP BY I.DNI_PERSONA
                ORDER BY 2, 10
           END-EXEC.
      *
      *--------CURSOR DEL MAESTRO PARA LA CASACION APROXIMADA----------*
      *
           EXEC SQL
               DECLARE CUR-MAESTROS CURSOR WITH HOLD FOR
               SELECT ID_MAESTRO
                     ,NOMBRE
                     ,APELLIDO_1
                     ,APELLIDO_2
                     ,LOCALIDAD
                     ,DIRECCION
                     ,TELEFONO
                 FROM CLIENTES_MAESTRO
                ORDER BY ID_MAESTRO
           END-EXEC.
      *
      *--------CURSOR FASE 2: CLAVES SIN DNI SIN ENLAZAR---------------*
      *
           EXEC SQL
               DECLARE CUR-SIN-DNI CURSOR WITH HOLD FOR
               SELECT 'PIC'
                     ,P.ID_CLIENTE
                     ,MIN(P.NOMBRE)
                     ,MIN(P.APELLIDO1)
                     ,MIN(COALESCE(P.APELLIDO2, ' '))
                     ,' '
                     ,MIN(P.CIUDAD)
                     ,' '
                 FROM BANCO_PICHINCHA P
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM ENLACES_CLIENTE E
                        WHERE E.SISTEMA = 'PIC'
                          AND E.CLAVE_ORIGEN = P.ID_CLIENTE)
                GROUP BY P.ID_CLIENTE
               UNION ALL
               SELECT 'TIE'
                     ,CHAR(T.ID_CLIENTE)
                     ,SUBSTR(COALESCE(T.NOMBRE, ' '), 1, 25)
                     ,COALESCE(T.APELLIDO1_CLI, ' ')
                     ,COALESCE(T.APELLIDO2_CLI, ' ')
                     ,COALESCE(T.DIRECCION, ' ')
                     ,' '
                     ,COALESCE(T.TELEFONO, ' ')
                 FROM CLIENTES_TIENDA T
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM ENLACES_CLIENTE E
                        WHERE E.SISTEMA = 'TIE'
                          AND E.CLAVE_ORIGEN = CHAR(T.ID_CLIENTE))
                ORDER BY 1, 2
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
           PERFORM 2000-ENLAZAR-POR-DNI
              THRU 2000-ENLAZAR-POR-DNI-EXIT
             UNTIL SI-FIN-CUR-DNI
      *
           PERFORM 2400-CARGAR-MAESTROS
              THRU 2400-CARGAR-MAESTROS-EXIT
      *
           PERFORM 2500-ENLAZAR-APROXIMADO
              THRU 2500-ENLAZAR-APROXIMADO-EXIT
             UNTIL SI-FIN-CUR-SIN-DNI
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     SYSIN: INTERVALO DE COMMIT (100 POR DEFECTO).              *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-PARM-SYSIN
                      TABLA-MAESTROS
                      WK-PUNTUACION
                      WK-VARIABLES
                      DCLCLIENTES-MAESTRO
                      DCLENLACES-CLIENTE
      *
           SET NO-FIN-CUR-DNI            TO TRUE
           SET NO-FIN-CUR-MAESTROS       TO TRUE
           SET NO-FIN-CUR-SIN-DNI        TO TRUE
      *
           ACCEPT WK-NUM-COMMIT-E FROM SYSIN
      *
           IF WK-NUM-COMMIT-E NOT NUMERIC OR WK-NUM-COMMIT-E = 0
              MOVE CT-COMMIT-DEFECTO     TO WK-NUM-COMMIT-E
           END-IF
      *
           DISPLAY 'MAESCLI: INTERVALO DE COMMIT: ' WK-NUM-COMMIT-E
      *
           OPEN OUTPUT FCASACIO
      *
           IF FS-FCASACIO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FCASACIO'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FCASACIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(ID_MAESTRO), 0)
                 INTO :WK-ULTIMO-ID
                 FROM CLIENTES_MAESTRO
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'TABLA: CLIENTES_MAESTRO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CUR-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-DNI'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CUR-DNI
              THRU 9000-LEER-CUR-DNI-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-ENLAZAR-POR-DNI                                       *
      *     EL DNI YA EN EL MAESTRO ENLAZA CON SU CLIENTE; SI NO, ES   *
      *     UN CLIENTE NUEVO CON LOS DATOS DE ESTE SISTEMA.            *
      ******************************************************************
       2000-ENLAZAR-POR-DNI.
      *
      * CLIENTES_MAPFRE E INTERVINIENTES TRAEN EL NOMBRE COMPLETO EN
      * UN SOLO CAMPO: LO SEPARAMOS EN NOMBRE Y APELLIDOS.
           IF WK-NOMBRE-COMPLETO NOT = SPACES
              UNSTRING WK-NOMBRE-COMPLETO DELIMITED BY ALL ' '
              INTO MA-NOMBRE
                   MA-APELLIDO-1
                   MA-APELLIDO-2
              END-UNSTRING
           END-IF
      *
           EXEC SQL
               SELECT ID_MAESTRO
                 INTO :MA-ID-MAESTRO
                 FROM CLIENTES_MAESTRO
                WHERE DNI = :MA-DNI
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    PERFORM 2150-ALTA-MAESTRO
                       THRU 2150-ALTA-MAESTRO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2000-ENLAZAR-POR-DNI'
                    DISPLAY 'TABLA: CLIENTES_MAESTRO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           MOVE MA-DNI                   TO ML-CLAVE-ORIGEN
           MOVE CT-METODO-DNI            TO ML-METODO
           MOVE 100                      TO ML-PUNTOS
      *
           PERFORM 2200-GRABAR-ENLACE
              THRU 2200-GRABAR-ENLACE-EXIT
      *
           ADD CT-1                      TO CN-ENLACES-DNI
      *
           PERFORM 9000-LEER-CUR-DNI
              THRU 9000-LEER-CUR-DNI-EXIT
      *
           .
       2000-ENLAZAR-POR-DNI-EXIT.
           EXIT.
      ******************************************************************
      *     2150-ALTA-MAESTRO                                          *
      *     NUEVO CLIENTE CON EL SIGUIENTE IDENTIFICADOR Y LOS DATOS   *
      *     DE MA- (DNI EN BLANCO SI VIENE DE LA FASE 2).              *
      ******************************************************************
       2150-ALTA-MAESTRO.
      *
           ADD CT-1                      TO WK-ULTIMO-ID
           MOVE WK-ULTIMO-ID             TO MA-ID-MAESTRO
      *
           EXEC SQL
               INSERT INTO CLIENTES_MAESTRO
                      (ID_MAESTRO
                      ,DNI
                      ,NOMBRE
                      ,APELLIDO_1
                      ,APELLIDO_2
                      ,DIRECCION
                      ,LOCALIDAD
                      ,TELEFONO
                      ,FECHA_ALTA)
                      VALUES(
                       :MA-ID-MAESTRO
                      ,:MA-DNI
                      ,:MA-NOMBRE
                      ,:MA-APELLIDO-1
                      ,:MA-APELLIDO-2
                      ,:MA-DIRECCION
                      ,:MA-LOCALIDAD
                      ,:MA-TELEFONO
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2150-ALTA-MAESTRO'
              DISPLAY 'TABLA: CLIENTES_MAESTRO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-MAESTROS-NUEVOS
      *
           .
       2150-ALTA-MAESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2200-GRABAR-ENLACE                                         *
      *     ENLAZA LA CLAVE DE ORIGEN CON EL CLIENTE MA-ID-MAESTRO Y   *
      *     CONFIRMA CADA WK-NUM-COMMIT-E ENLACES.                     *
      ******************************************************************
       2200-GRABAR-ENLACE.
      *
           MOVE MA-ID-MAESTRO            TO ML-ID-MAESTRO
      *
           EXEC SQL
               INSERT INTO ENLACES_CLIENTE
                      (ID_MAESTRO
                      ,SISTEMA
                      ,CLAVE_ORIGEN
                      ,METODO
                      ,PUNTOS
                      ,FECHA_ENLACE)
                      VALUES(
                       :ML-ID-MAESTRO
                      ,:ML-SISTEMA
                      ,:ML-CLAVE-ORIGEN
                      ,:ML-METODO
                      ,:ML-PUNTOS
                      ,CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2200-GRABAR-ENLACE'
              DISPLAY 'TABLA: ENLACES_CLIENTE'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO WK-CONT-COMMIT
      *
           IF WK-CONT-COMMIT >= WK-NUM-COMMIT-E
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE 0                     TO WK-CONT-COMMIT
           END-IF
      *
           .
       2200-GRABAR-ENLACE-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CARGAR-MAESTROS                                       *
      *     CERRADA LA FASE 1, CARGAMOS EL MAESTRO EN MEMORIA Y        *
      *     ABRIMOS LAS CLAVES SIN DNI.                                *
      ******************************************************************
       2400-CARGAR-MAESTROS.
      *
           EXEC SQL
               CLOSE CUR-DNI
           END-EXEC
      *
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE 0                        TO WK-CONT-COMMIT
      *
           EXEC SQL
               OPEN CUR-MAESTROS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-MAESTROS'
              DISPLAY 'PARRAFO: 2400-CARGAR-MAESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2410-LEER-MAESTRO
              THRU 2410-LEER-MAESTRO-EXIT
             UNTIL SI-FIN-CUR-MAESTROS
      *
           EXEC SQL
               CLOSE CUR-MAESTROS
           END-EXEC
      *
           EXEC SQL
               OPEN CUR-SIN-DNI
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-SIN-DNI'
              DISPLAY 'PARRAFO: 2400-CARGAR-MAESTROS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-CUR-SIN-DNI
              THRU 9100-LEER-CUR-SIN-DNI-EXIT
      *
           .
       2400-CARGAR-MAESTROS-EXIT.
           EXIT.
      ******************************************************************
      *     2410-LEER-MAESTRO                                          *
      ******************************************************************
       2410-LEER-MAESTRO.
      *
           EXEC SQL
               FETCH CUR-MAESTROS
                INTO :MA-ID-MAESTRO
                    ,:MA-NOMBRE
                    ,:MA-APELLIDO-1
                    ,:MA-APELLIDO-2
                    ,:MA-LOCALIDAD
                    ,:MA-DIRECCION
                    ,:MA-TELEFONO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 2450-MAESTRO-A-MEMORIA
                       THRU 2450-MAESTRO-A-MEMORIA-EXIT
               WHEN 100
                    SET SI-FIN-CUR-MAESTROS TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-MAESTROS'
                    DISPLAY 'PARRAFO: 2410-LEER-MAESTRO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2410-LEER-MAESTRO-EXIT.
           EXIT.
      ******************************************************************
      *     2450-MAESTRO-A-MEMORIA                                     *
      ******************************************************************
       2450-MAESTRO-A-MEMORIA.
      *
           IF CN-MAESTROS-MEM >= CT-MAX-MAESTROS
              DISPLAY 'MAESCLI: TABLA DE MAESTROS LLENA'
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-MAESTROS-MEM
           MOVE MA-ID-MAESTRO            TO ID-MA-TB (CN-MAESTROS-MEM)
           MOVE MA-NOMBRE                TO NOMBRE-MA-TB
                                            (CN-MAESTROS-MEM)
           MOVE MA-APELLIDO-1            TO APELLIDO-1-MA-TB
                                            (CN-MAESTROS-MEM)
           MOVE MA-APELLIDO-2            TO APELLIDO-2-MA-TB
                                            (CN-MAESTROS-MEM)
           MOVE MA-LOCALIDAD             TO LOCALIDAD-MA-TB
                                            (CN-MAESTROS-MEM)
           MOVE MA-DIRECCION             TO DIRECCION-MA-TB
                                            (CN-MAESTROS-MEM)
           MOVE MA-TELEFONO              TO TELEFONO-MA-TB
                                            (CN-MAESTROS-MEM)
      *
           .
       2450-MAESTRO-A-MEMORIA-EXIT.
           EXIT.
      ******************************************************************
      *     2500-ENLAZAR-APROXIMADO                                    *
      *     PUNTUAMOS LA CLAVE SIN DNI CONTRA TODO EL MAESTRO Y NOS    *
      *     QUEDAMOS CON EL MEJOR CANDIDATO. POR DEBAJO DEL UMBRAL ES  *
      *     UN CLIENTE NUEVO, QUE PASA A MEMORIA PARA QUE LAS          *
      *     SIGUIENTES CLAVES PUEDAN CASAR CON EL.                     *
      ******************************************************************
       2500-ENLAZAR-APROXIMADO.
      *
           MOVE 0                        TO WK-MEJOR-PUNTOS
                                            WK-MEJOR-IND
      *
           PERFORM 2510-PUNTUAR-CANDIDATO
              THRU 2510-PUNTUAR-CANDIDATO-EXIT
             VARYING IND FROM 1 BY 1
             UNTIL IND > CN-MAESTROS-MEM
      *
           IF WK-MEJOR-PUNTOS >= CT-UMBRAL-CASADO
              MOVE ID-MA-TB (WK-MEJOR-IND)
                                         TO MA-ID-MAESTRO
              MOVE CT-METODO-APROXIMADO  TO ML-METODO
              MOVE WK-MEJOR-PUNTOS       TO ML-PUNTOS
              ADD CT-1                   TO CN-ENLACES-APROX
           ELSE
              MOVE SPACES                TO MA-DNI
              PERFORM 2150-ALTA-MAESTRO
                 THRU 2150-ALTA-MAESTRO-EXIT
              PERFORM 2450-MAESTRO-A-MEMORIA
                 THRU 2450-MAESTRO-A-MEMORIA-EXIT
              MOVE CT-METODO-NUEVO       TO ML-METODO
              MOVE 0                     TO ML-PUNTOS
              ADD CT-1                   TO CN-NUEVOS-SIN-DNI
           END-IF
      *
           PERFORM 2200-GRABAR-ENLACE
              THRU 2200-GRABAR-ENLACE-EXIT
      *
           MOVE ML-SISTEMA               TO SISTEMA-CAS
           MOVE ML-CLAVE-ORIGEN          TO CLAVE-CAS
           MOVE MA-NOMBRE                TO NOMBRE-CAS
           MOVE MA-APELLIDO-1            TO APELLIDO-CAS
           MOVE ML-METODO                TO METODO-CAS
           MOVE WK-MEJOR-PUNTOS          TO PUNTOS-CAS
           MOVE MA-ID-MAESTRO            TO ID-MAESTRO-CAS
      *
           WRITE REG-FCASACIO FROM LINEA-CASACION
      *
           IF FS-FCASACIO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FCASACIO'
              DISPLAY 'PARRAFO: 2500-ENLAZAR-APROXIMADO'
              DISPLAY 'FILE STATUS: ' FS-FCASACIO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9100-LEER-CUR-SIN-DNI
              THRU 9100-LEER-CUR-SIN-DNI-EXIT
      *
           .
       2500-ENLAZAR-APROXIMADO-EXIT.
           EXIT.
      ******************************************************************
      *     2510-PUNTUAR-CANDIDATO                                     *
      *     CADA CRITERIO QUE COINCIDE (Y NO ESTA EN BLANCO) SUMA SUS  *
      *     PUNTOS, COMO EN MATCHBNK.                                  *
      ******************************************************************
       2510-PUNTUAR-CANDIDATO.
      *
           MOVE 0                        TO WK-PUNTOS
      *
           IF MA-NOMBRE = NOMBRE-MA-TB (IND)
              AND MA-NOMBRE NOT = SPACES
              ADD 30                     TO WK-PUNTOS
           END-IF
      *
           IF MA-APELLIDO-1 = APELLIDO-1-MA-TB (IND)
              AND MA-APELLIDO-1 NOT = SPACES
              ADD 30                     TO WK-PUNTOS
           END-IF
      *
           IF MA-APELLIDO-2 = APELLIDO-2-MA-TB (IND)
              AND MA-APELLIDO-2 NOT = SPACES
              ADD 10                     TO WK-PUNTOS
           END-IF
      *
           IF MA-LOCALIDAD = LOCALIDAD-MA-TB (IND)
              AND MA-LOCALIDAD NOT = SPACES
              ADD 15                     TO WK-PUNTOS
           END-IF
      *
           IF MA-DIRECCION (1:10) = DIRECCION-MA-TB (IND)
              AND MA-DIRECCION (1:10) NOT = SPACES
              ADD 15                     TO WK-PUNTOS
           END-IF
      *
           IF MA-TELEFONO = TELEFONO-MA-TB (IND)
              AND MA-TELEFONO NOT = SPACES
              ADD 20                     TO WK-PUNTOS
           END-IF
      *
           IF WK-PUNTOS > WK-MEJOR-PUNTOS
              MOVE WK-PUNTOS             TO WK-MEJOR-PUNTOS
              MOVE IND                   TO WK-MEJOR-IND
           END-IF
      *
           .
       2510-PUNTUAR-CANDIDATO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               CLOSE CUR-SIN-DNI
           END-EXEC
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
           CLOSE FCASACIO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   M A E S C L I      **'
           DISPLAY '***********************************'
           DISPLAY '*CLAVES CON DNI     : ' CN-CLAVES-DNI '    *'
           DISPLAY '*CLAVES SIN DNI     : ' CN-CLAVES-SIN-DNI '    *'
           DISPLAY '*CLIENTES NUEVOS    : ' CN-MAESTROS-NUEVOS '    *'
           DISPLAY '*ENLACES POR DNI    : ' CN-ENLACES-DNI '    *'
           DISPLAY '*ENLACES APROXIMADOS: ' CN-ENLACES-APROX '    *'
           DISPLAY '*NUEVOS SIN DNI     : ' CN-NUEVOS-SIN-DNI '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CUR-DNI                                          *
      ******************************************************************
       9000-LEER-CUR-DNI.
      *
           INITIALIZE DCLCLIENTES-MAESTRO
                      WK-NOMBRE-COMPLETO
      *
           EXEC SQL
               FETCH CUR-DNI
                INTO :ML-SISTEMA
                    ,:MA-DNI
                    ,:MA-NOMBRE
                    ,:MA-APELLIDO-1
                    ,:MA-APELLIDO-2
                    ,:WK-NOMBRE-COMPLETO
                    ,:MA-DIRECCION
                    ,:MA-LOCALIDAD
                    ,:MA-TELEFONO
                    ,:WK-PRIORIDAD
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-CLAVES-DNI
               WHEN 100
                    SET SI-FIN-CUR-DNI   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-DNI'
                    DISPLAY 'PARRAFO: 9000-LEER-CUR-DNI'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CUR-DNI-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-CUR-SIN-DNI                                      *
      ******************************************************************
       9100-LEER-CUR-SIN-DNI.
      *
           INITIALIZE DCLCLIENTES-MAESTRO
      *
           EXEC SQL
               FETCH CUR-SIN-DNI
                INTO :ML-SISTEMA
                    ,:ML-CLAVE-ORIGEN
                    ,:MA-NOMBRE
                    ,:MA-APELLIDO-1
                    ,:MA-APELLIDO-2
                    ,:MA-DIRECCION
                    ,:MA-LOCALIDAD
                    ,:MA-TELEFONO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-CLAVES-SIN-DNI
               WHEN 100
                    SET SI-FIN-CUR-SIN-DNI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-SIN-DNI'
                    DISPLAY 'PARRAFO: 9100-LEER-CUR-SIN-DNI'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-CUR-SIN-DNI-EXIT.
           EXIT.
      *
