          05 SW-ERROR                            PIC X(01).
               88  SW-SI-ERROR                                VALUE 'S'.
               88  SW-NO-ERROR                                VALUE 'N'.
           05  SW-AUTORIZADO                       PIC X(01).
               88  SW-SI-AUTORIZADO                           VALUE 'S'.
               88  SW-NO-AUTORIZADO                           VALUE 'N'.
      *
      *CPY DE ENTRADA
       COPY MITCPYE.
      *CPY DE RUT 4 (CONSULTA)
       COPY MITCPY4.
      *
      *CPY DE LA RUTINA DE CONTROL DE ACCESO
       COPY CPYACCES.
      *
      ******************************************************************
      ** PROCEDURE DIVISION                                           **
      ******************************************************************
      *
       2000-PROCESO.
      *
           PERFORM 2050-COMPROBAR-ACCESO
              THRU 2050-COMPROBAR-ACCESO-EXIT
      *
           IF SW-SI-AUTORIZADO
              PERFORM 2500-INFORMAR
                 THRU 2500-INFORMAR-EXIT
      *
              PERFORM 2600-LLAMADA-RUTINAS
                 THRU 2600-LLAMADA-RUTINAS-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FENTRADA
              THRU 9000-LEER-FENTRADA-EXIT
           EXIT.
      *
      ******************************************************************
      * 2050-COMPROBAR-ACCESO                                          *
      * EL USUARIO DEL REGISTRO DEBE TENER PERMISO VIGENTE PARA LA     *
      * ACCION (RUTACCES). SI NO LO TIENE EL REGISTRO VA A FINCIDE Y   *
      * NO SE LLAMA A LA RUTINA. UNA ACCION NO VALIDA SIGUE SU CAMINO  *
      * DE SIEMPRE HASTA 2400-INFORMAR-INCIDE.                         *
      ******************************************************************
      *
       2050-COMPROBAR-ACCESO.
      *
           SET SW-SI-AUTORIZADO                 TO TRUE
      *
           IF ACCION-E NOT = 'A' AND NOT = 'M'
                   AND NOT = 'B' AND NOT = 'C'
              GO TO 2050-COMPROBAR-ACCESO-EXIT
           END-IF
      *
           INITIALIZE CPYACCES
      *
           MOVE USUARIO-E                      TO USUARIO-ACC
           MOVE 'MITCRUD'                      TO PROGRAMA-ACC
           MOVE ACCION-E                       TO ACCION-ACC
           MOVE DNI-E                          TO CLAVE-ACC
      *
           CALL 'RUTACCES' USING CPYACCES
      *
           EVALUATE RETORNO-ACC
               WHEN CT-00
                    CONTINUE
               WHEN CT-10
                    DISPLAY 'MITCRUD: USUARIO NO AUTORIZADO: ' USUARIO-E
                    DISPLAY 'ERROR: MIRAR FINCIDE'
                    SET SW-NO-AUTORIZADO        TO TRUE
      *
                    MOVE CT-10                  TO RETORNO
                    MOVE '2050-COMPROBAR-ACCESO' TO PARRAFO
                    MOVE 'USUARIO NO AUTORIZADO' TO DESCRIPCION
                    MOVE 0                      TO SQLCODE-ERR
      *
                    PERFORM 2300-ESCRIBIR-FINCIDE
                       THRU 2300-ESCRIBIR-FINCIDE-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR: MIRAR FINCIDE'
                    SET SW-NO-AUTORIZADO        TO TRUE
      *
                    MOVE CT-99                  TO RETORNO
                    MOVE '2050-COMPROBAR-ACCESO' TO PARRAFO
                    MOVE 'ERROR EN RUTACCES'    TO DESCRIPCION
                    MOVE SQLCODE-ACC            TO SQLCODE-ERR
      *
                    PERFORM 2300-ESCRIBIR-FINCIDE
                       THRU 2300-ESCRIBIR-FINCIDE-EXIT
           END-EVALUATE
      *
           .
      *
       2050-COMPROBAR-ACCESO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-INFORMAR-SALIDA                                           *
      ******************************************************************
      *
