      ******************************************************************
      ** R U T A C C E S.-RUTINA COMUN DE CONTROL DE ACCESO DE LOS    **
      **                  PROGRAMAS DE MANTENIMIENTO. ANTES DE        **
      **                  APLICAR UN MOVIMIENTO EL PROGRAMA PREGUNTA  **
      **                  SI EL USUARIO QUE LO ORDENA TIENE, EN       **
      **                  USUARIOS_PERMISOS, UNA FILA VIGENTE HOY     **
      **                  PARA ESE PROGRAMA QUE INCLUYA LA ACCION.    **
      **                  SI NO LA TIENE DEVUELVE '10' Y DEJA LA      **
      **                  DENEGACION EN INCIDENCIAS (RUTINCID,        **
      **                  SEVERIDAD 'A'). UN USUARIO EN BLANCO NUNCA  **
      **                  ESTA AUTORIZADO. LA RUTINA NO COMMITEA.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   RUTACCES.
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
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WK-VARIABLES.
           05  WK-PERMISOS            PIC S9(09) COMP.
           05  WK-ACCION              PIC X(01).
      *
      * CLAVE DE LA INCIDENCIA: USUARIO, ACCION Y CLAVE DEL MOVIMIENTO
       01  WK-CLAVE-INC.
           05  USUARIO-CLA            PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ACCION-CLA             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOVIMIENTO-CLA         PIC X(27).
      *
      *COPY DE COMUNICACION CON LA RUTINA DE INCIDENCIAS
      *
       COPY CPYINCID.
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
       LINKAGE SECTION.
      *
       COPY CPYACCES.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION USING CPYACCES.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
           GOBACK
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE SALIDA-ACC
                      WK-VARIABLES
                      DCLUSUARIOS-PERMISOS
      *
           MOVE '00'                     TO RETORNO-ACC
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     FILA VIGENTE HOY (DESDE <= HOY <= HASTA) DEL USUARIO Y EL  *
      *     PROGRAMA CUYAS ACCIONES CONTENGAN LA PEDIDA.               *
      ******************************************************************
       2000-PROCESO.
      *
           IF USUARIO-ACC = SPACES OR LOW-VALUES
              OR ACCION-ACC = SPACES OR LOW-VALUES
              MOVE '10'                  TO RETORNO-ACC
              PERFORM 2100-REGISTRAR-DENEGACION
                 THRU 2100-REGISTRAR-DENEGACION-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           MOVE USUARIO-ACC              TO UP-USUARIO
           MOVE PROGRAMA-ACC             TO UP-PROGRAMA
           MOVE ACCION-ACC               TO WK-ACCION
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-PERMISOS
                 FROM USUARIOS_PERMISOS
                WHERE USUARIO = :UP-USUARIO
                  AND PROGRAMA = :UP-PROGRAMA
                  AND LOCATE(:WK-ACCION, ACCIONES) > 0
                  AND FECHA_DESDE <= CURRENT DATE
                  AND FECHA_HASTA >= CURRENT DATE
           END-EXEC
      *
           IF SQLCODE NOT = 0
              MOVE '99'                  TO RETORNO-ACC
              MOVE SQLCODE               TO SQLCODE-ACC
              GO TO 2000-PROCESO-EXIT
           END-IF
      *
           IF WK-PERMISOS = 0
              MOVE '10'                  TO RETORNO-ACC
              PERFORM 2100-REGISTRAR-DENEGACION
                 THRU 2100-REGISTRAR-DENEGACION-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-REGISTRAR-DENEGACION                                  *
      *     INCIDENCIA DE AVISO: EL PROGRAMA NO ABORTA, SOLO RECHAZA   *
      *     EL MOVIMIENTO. SI NO SE PUEDE GRABAR SE DEVUELVE '99'.     *
      ******************************************************************
       2100-REGISTRAR-DENEGACION.
      *
           INITIALIZE CPYINCID
      *
           MOVE USUARIO-ACC              TO USUARIO-CLA
           MOVE ACCION-ACC               TO ACCION-CLA
           MOVE CLAVE-ACC                TO MOVIMIENTO-CLA
      *
           MOVE PROGRAMA-ACC             TO NOMBRE-PGM-INC
           MOVE 'ACCESO NO AUTORIZADO'   TO PARRAFO-INC
           MOVE 'USUARIOS_PERMISOS'      TO TABLA-INC
           MOVE 0                        TO SQLCODE-INC
           MOVE '00'                     TO FILE-STATUS-INC
           MOVE WK-CLAVE-INC             TO CLAVE-PROCESO-INC
           MOVE 'A'                      TO SEVERIDAD-INC
      *
           CALL 'RUTINCID' USING CPYINCID
      *
           IF RETORNO-INC NOT = '00'
              MOVE '99'                  TO RETORNO-ACC
              MOVE SQLCODE-RUT-INC       TO SQLCODE-ACC
           END-IF
      *
           .
       2100-REGISTRAR-DENEGACION-EXIT.
           EXIT.
      *
