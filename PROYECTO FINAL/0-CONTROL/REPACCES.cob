      ******************************************************************
      ** R E P A C C E S.-INFORME MENSUAL DE PERMISOS PARA AUDITORIA  **
      **                  INTERNA. LISTA USUARIOS_PERMISOS POR        **
      **                  USUARIO Y PROGRAMA CON LAS ACCIONES, LAS    **
      **                  FECHAS, QUIEN LO CONCEDIO Y SI EL PERMISO   **
      **                  ESTA VIGENTE, CADUCADO O ES FUTURO A LA     **
      **                  FECHA DE REFERENCIA (SYSIN, POR DEFECTO     **
      **                  HOY). CORTE POR USUARIO CON SUS TOTALES.    **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   REPACCES.
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
       01  REG-FINFORME               PIC X(080).
      *    PERMISOS DE USUARIOS SOBRE PROGRAMAS DE MANTENIMIENTO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-VIGENTE             PIC X(08) VALUE 'VIGENTE '.
      *
       01  CN-CONTADORES.
           05  CN-USUARIOS            PIC 9(05).
           05  CN-PERMISOS            PIC 9(07).
           05  CN-VIGENTES            PIC 9(07).
           05  CN-PERMISOS-USU        PIC 9(05).
           05  CN-VIGENTES-USU        PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-E             PIC X(10).
           05  WK-ESTADO              PIC X(08).
           05  WK-USUARIO-ANT         PIC X(30).
      *
       01  LINEA-USUARIO.
           05  FILLER                 PIC X(09) VALUE 'USUARIO: '.
           05  USUARIO-USU            PIC X(30).
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  LINEA-INFORME.
           05  PROGRAMA-INF           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACCIONES-INF           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESDE-INF              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HASTA-INF              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ESTADO-INF             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CONCEDIDO-INF          PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
      *
       01  LINEA-TOTAL-USUARIO.
           05  FILLER                 PIC X(12) VALUE '  PERMISOS: '.
           05  PERMISOS-TOT           PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE '  VIGENTES: '.
           05  VIGENTES-TOT           PIC ZZZZ9.
           05  FILLER                 PIC X(46) VALUE SPACES.
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
      *--------DCLGEN USUARIOS_PERMISOS---*
      *
           EXEC SQL
               INCLUDE TBUSUPER
           END-EXEC.
      *
      *--------CURSOR DE PERMISOS POR USUARIO Y PROGRAMA--------------*
      *
           EXEC SQL
               DECLARE CUR-PERMISOS CURSOR FOR
               SELECT USUARIO
                     ,PROGRAMA
                     ,ACCIONES
                     ,CHAR(FECHA_DESDE, ISO)
                     ,CHAR(FECHA_HASTA, ISO)
                     ,CONCEDIDO_POR
                     ,CASE
                       WHEN FECHA_HASTA < DATE(:WK-FECHA-E)
                            THEN 'CADUCADO'
                       WHEN FECHA_DESDE > DATE(:WK-FECHA-E)
                            THEN 'FUTURO  '
                       ELSE 'VIGENTE '
                      END
                 FROM USUARIOS_PERMISOS
                ORDER BY USUARIO
                        ,PROGRAMA
                        ,FECHA_DESDE
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
             UNTIL SI-FIN-CURSOR
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
                      WK-VARIABLES
                      DCLUSUARIOS-PERMISOS
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           ACCEPT WK-FECHA-E FROM SYSIN
      *
           IF WK-FECHA-E = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                    INTO :WK-FECHA-E
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
      *
           DISPLAY 'REPACCES: PERMISOS A FECHA ' WK-FECHA-E
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
           STRING 'PERMISOS DE USUARIOS A FECHA ' DELIMITED BY SIZE
                  WK-FECHA-E                      DELIMITED BY SIZE
             INTO REG-FINFORME
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           MOVE 'PROGRAMA  ACC.  DESDE      HASTA       ESTADO    '
                                         TO REG-FINFORME
           MOVE 'CONCEDIDO POR'          TO REG-FINFORME(50:13)
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           EXEC SQL
               OPEN CUR-PERMISOS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-PERMISOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     AL CAMBIAR DE USUARIO SE CIERRA EL ANTERIOR CON SUS        *
      *     TOTALES Y SE ABRE EL NUEVO CON SU CABECERA.                *
      ******************************************************************
       2000-PROCESO.
      *
           IF UP-USUARIO NOT = WK-USUARIO-ANT
              IF CN-USUARIOS > 0
                 PERFORM 2100-TOTAL-USUARIO
                    THRU 2100-TOTAL-USUARIO-EXIT
              END-IF
      *
              MOVE UP-USUARIO            TO WK-USUARIO-ANT
                                            USUARIO-USU
              MOVE LINEA-USUARIO         TO REG-FINFORME
              PERFORM 9100-ESCRIBIR-INFORME
                 THRU 9100-ESCRIBIR-INFORME-EXIT
      *
              ADD CT-1                   TO CN-USUARIOS
           END-IF
      *
           MOVE UP-PROGRAMA              TO PROGRAMA-INF
           MOVE UP-ACCIONES              TO ACCIONES-INF
           MOVE UP-FECHA-DESDE           TO DESDE-INF
           MOVE UP-FECHA-HASTA           TO HASTA-INF
           MOVE WK-ESTADO                TO ESTADO-INF
           MOVE UP-CONCEDIDO-POR         TO CONCEDIDO-INF
      *
           MOVE LINEA-INFORME            TO REG-FINFORME
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           ADD CT-1                      TO CN-PERMISOS
                                            CN-PERMISOS-USU
      *
           IF WK-ESTADO = CT-VIGENTE
              ADD CT-1                   TO CN-VIGENTES
                                            CN-VIGENTES-USU
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-TOTAL-USUARIO                                         *
      ******************************************************************
       2100-TOTAL-USUARIO.
      *
           MOVE CN-PERMISOS-USU          TO PERMISOS-TOT
           MOVE CN-VIGENTES-USU          TO VIGENTES-TOT
      *
           MOVE LINEA-TOTAL-USUARIO      TO REG-FINFORME
           PERFORM 9100-ESCRIBIR-INFORME
              THRU 9100-ESCRIBIR-INFORME-EXIT
      *
           MOVE 0                        TO CN-PERMISOS-USU
                                            CN-VIGENTES-USU
      *
           .
       2100-TOTAL-USUARIO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE = 0
              AND CN-USUARIOS > 0
              PERFORM 2100-TOTAL-USUARIO
                 THRU 2100-TOTAL-USUARIO-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE CUR-PERMISOS
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   R E P A C C E S    **'
           DISPLAY '***********************************'
           DISPLAY '*USUARIOS           : ' CN-USUARIOS '      *'
           DISPLAY '*PERMISOS LISTADOS  : ' CN-PERMISOS '    *'
           DISPLAY '*PERMISOS VIGENTES  : ' CN-VIGENTES '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-PERMISOS
                INTO :UP-USUARIO
                    ,:UP-PROGRAMA
                    ,:UP-ACCIONES
                    ,:UP-FECHA-DESDE
                    ,:UP-FECHA-HASTA
                    ,:UP-CONCEDIDO-POR
                    ,:WK-ESTADO
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-PERMISOS'
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      *     9100-ESCRIBIR-INFORME                                      *
      ******************************************************************
       9100-ESCRIBIR-INFORME.
      *
           WRITE REG-FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 9100-ESCRIBIR-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
           END-IF
      *
           MOVE SPACES                   TO REG-FINFORME
      *
           .
       9100-ESCRIBIR-INFORME-EXIT.
           EXIT.
      *
