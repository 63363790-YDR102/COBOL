      ******************************************************************
      ** P R O V C R U D.-MANTENIMIENTO DE LA TABLA MAESTRA DE        **
      **                  REPARADORES CONCERTADOS                     **
      **                  (PROVEEDORES_REPARACION). AL ESTILO DE      **
      **                  PERCRUD: LA ACCION Y LOS DATOS SE LEEN POR  **
      **                  SYSIN Y SE EJECUTA EL ALTA, LA BAJA, LA     **
      **                  MODIFICACION O LA CONSULTA DEL REPARADOR    **
      **                  INDICADO POR SU CIF.                        **
      **                  ACCIONES: A=ALTA B=BAJA M=MODIFICAR         **
      **                            C=CONSULTAR                       **
      **                  EN ALTA Y MODIFICACION SE EXIGE CUENTA DE   **
      **                  ABONO, ESPECIALIDAD 'AU' U 'HO' Y TARIFA    **
      **                  HORA MAYOR QUE CERO: SIN ELLAS FACTPROV NO  **
      **                  PODRIA PAGAR NI CONTROLAR SUS FACTURAS.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   PROVCRUD.
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
       01  CA-CONSTANTES.
           05  CA-ALTA                PIC X(01) VALUE 'A'.
           05  CA-BAJA                PIC X(01) VALUE 'B'.
           05  CA-MODIFICAR           PIC X(01) VALUE 'M'.
           05  CA-CONSULTAR           PIC X(01) VALUE 'C'.
      *
       01  WK-ENTRADA.
           05  WK-ACCION-E            PIC X(01).
           05  WK-CIF-E               PIC X(09).
           05  WK-RAZON-SOCIAL-E      PIC X(40).
           05  WK-CUENTA-E            PIC X(20).
           05  WK-ESPECIALIDAD-E      PIC X(02).
           05  WK-TARIFA-HORA-E       PIC 9(05)V9(02).
           05  WK-ACTIVO-E            PIC X(01).
      *
       01  WK-TARIFA-EDIT             PIC ZZ.ZZ9,99.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN PROVEEDORES_REPARACION*
      *
           EXEC SQL
               INCLUDE TBPROREP
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
      *     LEEMOS POR SYSIN LA ACCION Y LOS DATOS DEL REPARADOR.      *
      *     LA TARIFA HORA LLEGA CON 7 DIGITOS, LOS 2 ULTIMOS SON      *
      *     DECIMALES (0004500 = 45,00).                               *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE WK-ENTRADA
                      DCLPROVEEDORES-REPARACION
      *
           ACCEPT WK-ACCION-E          FROM SYSIN
           ACCEPT WK-CIF-E             FROM SYSIN
      *
           IF WK-ACCION-E = CA-ALTA OR CA-MODIFICAR
              ACCEPT WK-RAZON-SOCIAL-E    FROM SYSIN
              ACCEPT WK-CUENTA-E          FROM SYSIN
              ACCEPT WK-ESPECIALIDAD-E    FROM SYSIN
              ACCEPT WK-TARIFA-HORA-E     FROM SYSIN
              ACCEPT WK-ACTIVO-E          FROM SYSIN
           END-IF
      *
           IF WK-CIF-E = SPACES
              DISPLAY 'PROVCRUD: CIF DEL REPARADOR OBLIGATORIO'
      *
              MOVE 8                    TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           DISPLAY 'PROVCRUD: ACCION ' WK-ACCION-E
                   ' REPARADOR ' WK-CIF-E
      *
           IF WK-ACCION-E = CA-ALTA OR CA-MODIFICAR
              PERFORM 1100-VALIDAR-DATOS
                 THRU 1100-VALIDAR-DATOS-EXIT
           END-IF
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     1100-VALIDAR-DATOS                                         *
      *     SIN CUENTA, ESPECIALIDAD O TARIFA EL REPARADOR NO SE PUEDE *
      *     PAGAR: NO SE GRABA.                                        *
      ******************************************************************
       1100-VALIDAR-DATOS.
      *
           IF WK-CUENTA-E = SPACES
              DISPLAY 'PROVCRUD: CUENTA DE ABONO OBLIGATORIA'
      *
              MOVE 8                    TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-ESPECIALIDAD-E NOT = 'AU' AND 'HO'
              DISPLAY 'PROVCRUD: ESPECIALIDAD NO VALIDA: '
                      WK-ESPECIALIDAD-E
      *
              MOVE 8                    TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-TARIFA-HORA-E NOT NUMERIC
              OR WK-TARIFA-HORA-E = 0
              DISPLAY 'PROVCRUD: TARIFA HORA NO VALIDA'
      *
              MOVE 8                    TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF WK-ACTIVO-E NOT = 'S' AND 'N'
              MOVE 'S'                  TO WK-ACTIVO-E
           END-IF
      *
           .
       1100-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE WK-CIF-E               TO PV-CIF-PROVEEDOR
      *
           EVALUATE WK-ACCION-E
               WHEN CA-ALTA
                    PERFORM 2100-ALTA
                       THRU 2100-ALTA-EXIT
               WHEN CA-BAJA
                    PERFORM 2200-BAJA
                       THRU 2200-BAJA-EXIT
               WHEN CA-MODIFICAR
                    PERFORM 2300-MODIFICAR
                       THRU 2300-MODIFICAR-EXIT
               WHEN CA-CONSULTAR
                    PERFORM 2400-CONSULTAR
                       THRU 2400-CONSULTAR-EXIT
               WHEN OTHER
                    DISPLAY 'PROVCRUD: ACCION NO VALIDA: ' WK-ACCION-E
      *
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-ALTA                                                  *
      ******************************************************************
       2100-ALTA.
      *
           MOVE WK-RAZON-SOCIAL-E      TO PV-RAZON-SOCIAL
           MOVE WK-CUENTA-E            TO PV-CUENTA-BANCARIA
           MOVE WK-ESPECIALIDAD-E      TO PV-ESPECIALIDAD
           MOVE WK-TARIFA-HORA-E       TO PV-TARIFA-HORA
           MOVE WK-ACTIVO-E            TO PV-ACTIVO
      *
           EXEC SQL
               INSERT INTO PROVEEDORES_REPARACION
                      (CIF_PROVEEDOR
                      ,RAZON_SOCIAL
                      ,CUENTA_BANCARIA
                      ,ESPECIALIDAD
                      ,TARIFA_HORA
                      ,ACTIVO)
                      VALUES(
                       :PV-CIF-PROVEEDOR
                      ,:PV-RAZON-SOCIAL
                      ,:PV-CUENTA-BANCARIA
                      ,:PV-ESPECIALIDAD
                      ,:PV-TARIFA-HORA
                      ,:PV-ACTIVO)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'PROVCRUD: REPARADOR DADO DE ALTA'
               WHEN -803
                    DISPLAY 'PROVCRUD: EL REPARADOR YA EXISTE'
                    MOVE 8              TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-ALTA'
                    DISPLAY 'TABLA: PROVEEDORES_REPARACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2100-ALTA-EXIT.
           EXIT.
      ******************************************************************
      *     2200-BAJA                                                  *
      *     LA BAJA ES LOGICA: EL REPARADOR QUEDA INACTIVO Y FACTPROV  *
      *     DEJA DE PAGARLE, SIN PERDER EL HISTORICO DE FACTURAS.      *
      ******************************************************************
       2200-BAJA.
      *
           EXEC SQL
               UPDATE PROVEEDORES_REPARACION
                  SET ACTIVO = 'N'
                WHERE CIF_PROVEEDOR = :PV-CIF-PROVEEDOR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'PROVCRUD: REPARADOR DADO DE BAJA'
               WHEN 100
                    DISPLAY 'PROVCRUD: REPARADOR NO ENCONTRADO'
                    MOVE 8              TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-BAJA'
                    DISPLAY 'TABLA: PROVEEDORES_REPARACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2200-BAJA-EXIT.
           EXIT.
      ******************************************************************
      *     2300-MODIFICAR                                             *
      ******************************************************************
       2300-MODIFICAR.
      *
           MOVE WK-RAZON-SOCIAL-E      TO PV-RAZON-SOCIAL
           MOVE WK-CUENTA-E            TO PV-CUENTA-BANCARIA
           MOVE WK-ESPECIALIDAD-E      TO PV-ESPECIALIDAD
           MOVE WK-TARIFA-HORA-E       TO PV-TARIFA-HORA
           MOVE WK-ACTIVO-E            TO PV-ACTIVO
      *
           EXEC SQL
               UPDATE PROVEEDORES_REPARACION
                  SET RAZON_SOCIAL = :PV-RAZON-SOCIAL
                     ,CUENTA_BANCARIA = :PV-CUENTA-BANCARIA
                     ,ESPECIALIDAD = :PV-ESPECIALIDAD
                     ,TARIFA_HORA = :PV-TARIFA-HORA
                     ,ACTIVO = :PV-ACTIVO
                WHERE CIF_PROVEEDOR = :PV-CIF-PROVEEDOR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'PROVCRUD: REPARADOR MODIFICADO'
               WHEN 100
                    DISPLAY 'PROVCRUD: REPARADOR NO ENCONTRADO'
                    MOVE 8              TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-MODIFICAR'
                    DISPLAY 'TABLA: PROVEEDORES_REPARACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2300-MODIFICAR-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONSULTAR                                             *
      ******************************************************************
       2400-CONSULTAR.
      *
           EXEC SQL
               SELECT RAZON_SOCIAL
                     ,CUENTA_BANCARIA
                     ,ESPECIALIDAD
                     ,TARIFA_HORA
                     ,ACTIVO
                 INTO :PV-RAZON-SOCIAL
                     ,:PV-CUENTA-BANCARIA
                     ,:PV-ESPECIALIDAD
                     ,:PV-TARIFA-HORA
                     ,:PV-ACTIVO
                 FROM PROVEEDORES_REPARACION
                WHERE CIF_PROVEEDOR = :PV-CIF-PROVEEDOR
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE PV-TARIFA-HORA TO WK-TARIFA-EDIT
                    DISPLAY 'REPARADOR   : ' PV-CIF-PROVEEDOR
                    DISPLAY 'RAZON SOCIAL: ' PV-RAZON-SOCIAL
                    DISPLAY 'CUENTA      : ' PV-CUENTA-BANCARIA
                    DISPLAY 'ESPECIALIDAD: ' PV-ESPECIALIDAD
                    DISPLAY 'TARIFA HORA : ' WK-TARIFA-EDIT
                    DISPLAY 'ACTIVO      : ' PV-ACTIVO
               WHEN 100
                    DISPLAY 'PROVCRUD: REPARADOR NO ENCONTRADO'
                    MOVE 8              TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2400-CONSULTAR'
                    DISPLAY 'TABLA: PROVEEDORES_REPARACION'
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE 8              TO RETURN-CODE
           END-EVALUATE
      *
           .
       2400-CONSULTAR-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
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
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
