      **                EN LINEA, COMO EN FESCRUD. SI ALGUN BATCH    **
      **                LLEGA A NECESITAR ESTAS OPERACIONES,         **
      **                EXTRAERLAS ENTONCES A RUTINAS.               **
      **                ANTES DE LA ACCION SE COMPRUEBA CON           **
      **                RUTACCES QUE EL USUARIO (PRIMERA TARJETA)     **
      **                TIENE PERMISO VIGENTE; SI NO, NO SE HACE      **
      **                NADA Y SE TERMINA CON RC 4.                   **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
           05  CA-CONSULTAR           PIC X(01) VALUE 'C'.
      *
       01  WK-ENTRADA.
           05  WK-USUARIO-E           PIC X(30).
           05  WK-ACCION-E            PIC X(01).
           05  WK-DNI-E               PIC X(09).
           05  WK-NOMBRE-E            PIC X(25).
           05  WK-ACTIVO-E            PIC X(01).
           05  WK-MAX-SINIESTROS-E    PIC 9(03).
      *
      *COPY DE COMUNICACION CON LA RUTINA DE CONTROL DE ACCESO
      *
       COPY CPYACCES.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
           .
      ******************************************************************
      *     1000-INICIO                                                *
      *     LEEMOS POR SYSIN EL USUARIO, LA ACCION Y LOS DATOS DEL     *
      *     PERITO.                                                    *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE WK-ENTRADA
                      DCLPERITOS
      *
           ACCEPT WK-USUARIO-E         FROM SYSIN
           ACCEPT WK-ACCION-E          FROM SYSIN
           ACCEPT WK-DNI-E             FROM SYSIN
      *
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           IF WK-ACCION-E = CA-ALTA OR CA-BAJA OR CA-MODIFICAR
                            OR CA-CONSULTAR
              PERFORM 2050-COMPROBAR-ACCESO
                 THRU 2050-COMPROBAR-ACCESO-EXIT
      *
              IF RETORNO-ACC NOT = '00'
                 GO TO 2000-PROCESO-EXIT
              END-IF
           END-IF
      *
           MOVE WK-DNI-E               TO PE-DNI-PERITO
      *
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-COMPROBAR-ACCESO                                      *
      *     EL USUARIO DE LA PRIMERA TARJETA DEBE TENER PERMISO        *
      *     VIGENTE PARA LA ACCION. SI NO LO TIENE NO SE HACE NADA,    *
      *     RUTACCES YA HA DEJADO LA INCIDENCIA Y SE TERMINA CON RC 4. *
      ******************************************************************
       2050-COMPROBAR-ACCESO.
      *
           INITIALIZE CPYACCES
      *
           MOVE WK-USUARIO-E           TO USUARIO-ACC
           MOVE 'PERCRUD'              TO PROGRAMA-ACC
           MOVE WK-ACCION-E            TO ACCION-ACC
           MOVE WK-DNI-E               TO CLAVE-ACC
      *
           CALL 'RUTACCES' USING CPYACCES
      *
           EVALUATE RETORNO-ACC
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    DISPLAY 'PERCRUD: USUARIO ' WK-USUARIO-E
                    DISPLAY 'PERCRUD: NO AUTORIZADO PARA LA ACCION '
                            WK-ACCION-E
                    MOVE 4              TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2050-COMPROBAR-ACCESO'
                    DISPLAY 'TABLA: USUARIOS_PERMISOS'
                    DISPLAY 'SQLCODE: ' SQLCODE-ACC
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2050-COMPROBAR-ACCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ALTA                                                  *
      ******************************************************************
       2100-ALTA.
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              EXEC SQL
                  COMMIT
              END-EXEC
