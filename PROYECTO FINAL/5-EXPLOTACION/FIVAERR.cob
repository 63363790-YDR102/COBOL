      ******************************************************************
      ** F I V A E R R.-TRATAMIENTO DE LA DEVOLUCION DEL FIVA. DOS    **
      **                ENTRADAS:                                     **
      **                - FERRORES: FICHERO DE ERRORES DEVUELTO POR   **
      **                  EL FIVA. CADA MOVIMIENTO ENVIADO Y          **
      **                  RECHAZADO QUEDA EN NOTIFICACIONES_FIVA      **
      **                  COMO RECHAZADO CON SU CODIGO Y DESCRIPCION  **
      **                  DE ERROR, Y SE LISTA EN LA RELACION DE      **
      **                  RECHAZOS PARA QUE SE CORRIJA.               **
      **                - FCORRIGE: DATOS DEL VEHICULO CORREGIDOS     **
      **                  (MATRICULA, MARCA/MODELO Y BASTIDOR). SE    **
      **                  ACTUALIZAN EN AUTOS_MAPFRE Y LOS            **
      **                  MOVIMIENTOS RECHAZADOS DE LA POLIZA VUELVEN **
      **                  A PENDIENTE PARA QUE FIVAGEN LOS REENVIE.   **
      **                  SI LA POLIZA NO TENIA RECHAZOS Y SU         **
      **                  VEHICULO YA CONSTA EN EL FIVA, EL CAMBIO DE **
      **                  DATOS SE COMUNICA COMO MODIFICACION.        **
      **                LOS REGISTROS QUE NO SE PUEDEN APLICAR VAN AL **
      **                FICHERO DE INCIDENCIAS CON SU MOTIVO.         **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   FIVAERR.
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
           SELECT FERRORES ASSIGN TO FERRORES
           FILE STATUS FS-FERRORES.
      *
           SELECT FCORRIGE ASSIGN TO FCORRIGE
           FILE STATUS FS-FCORRIGE.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
           SELECT FINCIDEN ASSIGN TO FINCIDEN
           FILE STATUS FS-FINCIDEN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FERRORES
           RECORDING MODE IS F.
       01  REG-FERRORES               PIC X(0080).
      *    MOVIMIENTOS RECHAZADOS DEVUELTOS POR EL FIVA
      *
       FD FCORRIGE
           RECORDING MODE IS F.
       01  REG-FCORRIGE               PIC X(0080).
      *    DATOS DEL VEHICULO CORREGIDOS POR EL AREA DE AUTOS
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0080).
      *    RELACION DE MOVIMIENTOS RECHAZADOS PENDIENTES DE CORREGIR
      *
       FD FINCIDEN
           RECORDING MODE IS F.
       01  REG-FINCIDEN               PIC X(0080).
      *    REGISTROS DE ENTRADA NO APLICADOS CON SU MOTIVO
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FERRORES            PIC X(02).
           05  FS-FCORRIGE            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
           05  FS-FINCIDEN            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-MOTIVO-NO-ENVIADO   PIC X(30) VALUE
               'MOVIMIENTO NO ENVIADO'.
           05  CT-MOTIVO-INCOMPLETA   PIC X(30) VALUE
               'CORRECCION INCOMPLETA'.
           05  CT-MOTIVO-SIN-POLIZA   PIC X(30) VALUE
               'POLIZA DE AUTOS INEXISTENTE'.
      *
       01  CN-CONTADORES.
           05  CN-ERRORES-LEIDOS      PIC 9(05).
           05  CN-RECHAZOS-MARCADOS   PIC 9(05).
           05  CN-CORRECC-LEIDAS      PIC 9(05).
           05  CN-CORRECC-APLICADAS   PIC 9(05).
           05  CN-REENVIOS            PIC 9(05).
           05  CN-MODIFICACIONES      PIC 9(05).
           05  CN-INCIDENCIAS         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(30).
           05  WK-CLAVE-INC           PIC X(09).
           05  WK-ENVIADOS            PIC S9(09) COMP.
      *
      * REGISTRO DEL FICHERO DE ERRORES DEL FIVA
       01  DATOS-ERROR.
           05  POLIZA-ERR             PIC X(09).
           05  NUM-MOVIMIENTO-ERR     PIC 9(05).
           05  TIPO-MOVIMIENTO-ERR    PIC X(01).
           05  COD-ERROR-ERR          PIC X(04).
           05  DESC-ERROR-ERR         PIC X(40).
           05  FILLER                 PIC X(21).
      *
      * REGISTRO DEL FICHERO DE CORRECCIONES
       01  DATOS-CORRECCION.
           05  POLIZA-COR             PIC X(09).
           05  MATRICULA-COR          PIC X(10).
           05  MARCA-MODELO-COR       PIC X(30).
           05  BASTIDOR-COR           PIC X(17).
           05  FILLER                 PIC X(14).
      *
       01  LINEA-RECHAZO.
           05  POLIZA-RECH            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NUM-MOVIMIENTO-RECH    PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TIPO-MOVIMIENTO-RECH   PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  COD-ERROR-RECH         PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESC-ERROR-RECH        PIC X(40).
           05  FILLER                 PIC X(13) VALUE SPACES.
      *
       01  LINEA-INCIDENCIA.
           05  FICHERO-INC            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLAVE-INC              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-INC             PIC X(30).
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FERRORES        PIC X(01).
               88  SI-FIN-FERRORES              VALUE 'S'.
               88  NO-FIN-FERRORES              VALUE 'N'.
           05  SW-FIN-FCORRIGE        PIC X(01).
               88  SI-FIN-FCORRIGE              VALUE 'S'.
               88  NO-FIN-FCORRIGE              VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN AUTOS_MAPFRE--------*
      *
           EXEC SQL
               INCLUDE TBAUTFIN
           END-EXEC.
      *
      *--------DCLGEN NOTIFICACIONES_FIVA-*
      *
           EXEC SQL
               INCLUDE TBNOTFIV
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
           PERFORM 2000-PROCESAR-ERROR
              THRU 2000-PROCESAR-ERROR-EXIT
             UNTIL SI-FIN-FERRORES
      *
           PERFORM 9100-LEER-FCORRIGE
              THRU 9100-LEER-FCORRIGE-EXIT
      *
           PERFORM 2500-CORREGIR-VEHICULO
              THRU 2500-CORREGIR-VEHICULO-EXIT
             UNTIL SI-FIN-FCORRIGE
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
                      DATOS-ERROR
                      DATOS-CORRECCION
                      DCLAUTOS-MAPFRE
                      DCLNOTIFICACIONES-FIVA
      *
           SET NO-FIN-FERRORES           TO TRUE
           SET NO-FIN-FCORRIGE           TO TRUE
      *
           OPEN INPUT  FERRORES
                       FCORRIGE
           OPEN OUTPUT FRECHAZO
                       FINCIDEN
      *
           IF FS-FERRORES NOT = CT-00
              OR FS-FCORRIGE NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              OR FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FERRORES ' ' FS-FCORRIGE
                      ' ' FS-FRECHAZO ' ' FS-FINCIDEN
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FERRORES
              THRU 9000-LEER-FERRORES-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESAR-ERROR                                        *
      *     SOLO SE MARCA COMO RECHAZADO UN MOVIMIENTO QUE CONSTA COMO *
      *     ENVIADO; CUALQUIER OTRO ES UNA INCIDENCIA.                 *
      ******************************************************************
       2000-PROCESAR-ERROR.
      *
           MOVE POLIZA-ERR               TO NF-POLIZA
           MOVE NUM-MOVIMIENTO-ERR       TO NF-NUM-MOVIMIENTO
           MOVE COD-ERROR-ERR            TO NF-COD-ERROR
           MOVE DESC-ERROR-ERR           TO NF-DESC-ERROR
      *
           EXEC SQL
               UPDATE NOTIFICACIONES_FIVA
                  SET ESTADO = 'R'
                     ,COD_ERROR = :NF-COD-ERROR
                     ,DESC_ERROR = :NF-DESC-ERROR
                WHERE POLIZA = :NF-POLIZA
                  AND NUM_MOVIMIENTO = :NF-NUM-MOVIMIENTO
                  AND ESTADO = 'E'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 'FERRORES'      TO FICHERO-INC
                    MOVE POLIZA-ERR      TO WK-CLAVE-INC
                    MOVE CT-MOTIVO-NO-ENVIADO TO WK-MOTIVO
                    PERFORM 2800-ESCRIBIR-INCIDENCIA
                       THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
                    GO TO 2000-PROCESAR-ERROR-AVANZAR
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2000-PROCESAR-ERROR'
                    DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
           ADD CT-1                      TO CN-RECHAZOS-MARCADOS
      *
           MOVE POLIZA-ERR               TO POLIZA-RECH
           MOVE NUM-MOVIMIENTO-ERR       TO NUM-MOVIMIENTO-RECH
           MOVE TIPO-MOVIMIENTO-ERR      TO TIPO-MOVIMIENTO-RECH
           MOVE COD-ERROR-ERR            TO COD-ERROR-RECH
           MOVE DESC-ERROR-ERR           TO DESC-ERROR-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2000-PROCESAR-ERROR'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2000-PROCESAR-ERROR-AVANZAR.
      *
           PERFORM 9000-LEER-FERRORES
              THRU 9000-LEER-FERRORES-EXIT
      *
           .
       2000-PROCESAR-ERROR-EXIT.
           EXIT.
      ******************************************************************
      *     2500-CORREGIR-VEHICULO                                     *
      *     ACTUALIZA EL VEHICULO Y REPONE A PENDIENTE LOS RECHAZOS DE *
      *     LA POLIZA, TODO EN UNA UNIDAD DE TRABAJO.                  *
      ******************************************************************
       2500-CORREGIR-VEHICULO.
      *
           MOVE 'FCORRIGE'               TO FICHERO-INC
           MOVE POLIZA-COR               TO WK-CLAVE-INC
      *
           IF MATRICULA-COR = SPACES
              OR BASTIDOR-COR = SPACES
              MOVE CT-MOTIVO-INCOMPLETA  TO WK-MOTIVO
              PERFORM 2800-ESCRIBIR-INCIDENCIA
                 THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
              GO TO 2500-CORREGIR-VEHICULO-AVANZAR
           END-IF
      *
           MOVE POLIZA-COR               TO AU-POLIZA
           MOVE MATRICULA-COR            TO AU-MATRICULA
           MOVE MARCA-MODELO-COR         TO AU-MARCA-MODELO
           MOVE BASTIDOR-COR             TO AU-BASTIDOR
      *
           EXEC SQL
               UPDATE AUTOS_MAPFRE
                  SET MATRICULA = :AU-MATRICULA
                     ,MARCA_MODELO = :AU-MARCA-MODELO
                     ,BASTIDOR = :AU-BASTIDOR
                WHERE POLIZA = :AU-POLIZA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE CT-MOTIVO-SIN-POLIZA TO WK-MOTIVO
                    PERFORM 2800-ESCRIBIR-INCIDENCIA
                       THRU 2800-ESCRIBIR-INCIDENCIA-EXIT
                    GO TO 2500-CORREGIR-VEHICULO-AVANZAR
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2500-CORREGIR-VEHICULO'
                    DISPLAY 'TABLA: AUTOS_MAPFRE'
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
           PERFORM 2600-REPONER-RECHAZOS
              THRU 2600-REPONER-RECHAZOS-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-CORRECC-APLICADAS
      *
           .
       2500-CORREGIR-VEHICULO-AVANZAR.
      *
           PERFORM 9100-LEER-FCORRIGE
              THRU 9100-LEER-FCORRIGE-EXIT
      *
           .
       2500-CORREGIR-VEHICULO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-REPONER-RECHAZOS                                      *
      *     LOS MOVIMIENTOS RECHAZADOS DE LA POLIZA VUELVEN A          *
      *     PENDIENTE CON LOS DATOS YA CORREGIDOS. SIN RECHAZOS, SI EL *
      *     VEHICULO YA SE HABIA COMUNICADO SE GENERA UNA              *
      *     MODIFICACION.                                              *
      ******************************************************************
       2600-REPONER-RECHAZOS.
      *
           MOVE POLIZA-COR               TO NF-POLIZA
      *
           EXEC SQL
               UPDATE NOTIFICACIONES_FIVA
                  SET ESTADO = 'P'
                     ,FECHA_ENVIO = NULL
                     ,COD_ERROR = NULL
                     ,DESC_ERROR = NULL
                WHERE POLIZA = :NF-POLIZA
                  AND ESTADO = 'R'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD SQLERRD (3)      TO CN-REENVIOS
                    GO TO 2600-REPONER-RECHAZOS-EXIT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2600-REPONER-RECHAZOS'
                    DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
               SELECT COUNT(*)
                 INTO :WK-ENVIADOS
                 FROM NOTIFICACIONES_FIVA
                WHERE POLIZA = :NF-POLIZA
                  AND ESTADO = 'E'
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2600-REPONER-RECHAZOS'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
      *    SIN NADA ENVIADO EL ALTA AUN PENDIENTE YA LLEVARA LOS DATOS
           IF WK-ENVIADOS = 0
              GO TO 2600-REPONER-RECHAZOS-EXIT
           END-IF
      *
           PERFORM 2650-GENERAR-MODIFICACION
              THRU 2650-GENERAR-MODIFICACION-EXIT
      *
           .
       2600-REPONER-RECHAZOS-EXIT.
           EXIT.
      ******************************************************************
      *     2650-GENERAR-MODIFICACION                                  *
      *     EL NUMERO DE MOVIMIENTO SE TOMA SOBRE TODOS LOS DE LA      *
      *     POLIZA, NO SOLO LOS ENVIADOS.                              *
      ******************************************************************
       2650-GENERAR-MODIFICACION.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_MOVIMIENTO), 0) + 1
                 INTO :NF-NUM-MOVIMIENTO
                 FROM NOTIFICACIONES_FIVA
                WHERE POLIZA = :NF-POLIZA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2650-GENERAR-MODIFICACION'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
           MOVE 'M'                      TO NF-TIPO-MOVIMIENTO
           MOVE 'P'                      TO NF-ESTADO
      *
           EXEC SQL
               INSERT INTO NOTIFICACIONES_FIVA
                      (POLIZA
                      ,NUM_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,FECHA_MOVIMIENTO
                      ,ESTADO)
                      VALUES(
                       :NF-POLIZA
                      ,:NF-NUM-MOVIMIENTO
                      ,:NF-TIPO-MOVIMIENTO
                      ,CURRENT DATE
                      ,:NF-ESTADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2650-GENERAR-MODIFICACION'
              DISPLAY 'TABLA: NOTIFICACIONES_FIVA'
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
           ADD CT-1                      TO CN-MODIFICACIONES
      *
           .
       2650-GENERAR-MODIFICACION-EXIT.
           EXIT.
      ******************************************************************
      *     2800-ESCRIBIR-INCIDENCIA                                   *
      ******************************************************************
       2800-ESCRIBIR-INCIDENCIA.
      *
           MOVE WK-CLAVE-INC             TO CLAVE-INC
           MOVE WK-MOTIVO                TO MOTIVO-INC
      *
           WRITE REG-FINCIDEN FROM LINEA-INCIDENCIA
      *
           IF FS-FINCIDEN NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINCIDEN'
              DISPLAY 'PARRAFO: 2800-ESCRIBIR-INCIDENCIA'
              DISPLAY 'FILE STATUS: ' FS-FINCIDEN
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-INCIDENCIAS
      *
           .
       2800-ESCRIBIR-INCIDENCIA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE FERRORES
                 FCORRIGE
                 FRECHAZO
                 FINCIDEN
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   F I V A E R R      **'
           DISPLAY '***********************************'
           DISPLAY '*ERRORES LEIDOS     : ' CN-ERRORES-LEIDOS '      *'
           DISPLAY '*RECHAZOS MARCADOS  : ' CN-RECHAZOS-MARCADOS
                   '      *'
           DISPLAY '*CORRECCIONES LEIDAS: ' CN-CORRECC-LEIDAS '      *'
           DISPLAY '*CORRECC. APLICADAS : ' CN-CORRECC-APLICADAS
                   '      *'
           DISPLAY '*MOVIM. A REENVIAR  : ' CN-REENVIOS '      *'
           DISPLAY '*MODIFICACIONES     : ' CN-MODIFICACIONES '      *'
           DISPLAY '*INCIDENCIAS        : ' CN-INCIDENCIAS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FERRORES                                         *
      ******************************************************************
       9000-LEER-FERRORES.
      *
           READ FERRORES INTO DATOS-ERROR
      *
           EVALUATE FS-FERRORES
               WHEN CT-00
                    ADD CT-1             TO CN-ERRORES-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FERRORES  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FERRORES'
                    DISPLAY 'PARRAFO: 9000-LEER-FERRORES'
                    DISPLAY 'FILE STATUS: ' FS-FERRORES
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FERRORES-EXIT.
           EXIT.
      ******************************************************************
      *     9100-LEER-FCORRIGE                                         *
      ******************************************************************
       9100-LEER-FCORRIGE.
      *
           READ FCORRIGE INTO DATOS-CORRECCION
      *
           EVALUATE FS-FCORRIGE
               WHEN CT-00
                    ADD CT-1             TO CN-CORRECC-LEIDAS
               WHEN CT-10
                    SET SI-FIN-FCORRIGE  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FCORRIGE'
                    DISPLAY 'PARRAFO: 9100-LEER-FCORRIGE'
                    DISPLAY 'FILE STATUS: ' FS-FCORRIGE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-FCORRIGE-EXIT.
           EXIT.
      *
