      ******************************************************************
      * DCLGEN TABLE(USUARIOS_PERMISOS)                                *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBUSUPER))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(UP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PERMISOS DE LOS USUARIOS SOBRE LOS PROGRAMAS DE MANTENIMIENTO. *
      * UNA FILA POR USUARIO, PROGRAMA Y FECHA DE INICIO. ACCIONES     *
      * LLEVA LAS LETRAS PERMITIDAS EN CUALQUIER ORDEN (A ALTA, B      *
      * BAJA, M MODIFICACION, C CONSULTA), P.EJ. 'AMC '. FECHA_HASTA   *
      * '9999-12-31' = SIN CADUCIDAD. LA CONSULTA LA HACE RUTACCES Y   *
      * REPACCES LISTA LA TABLA PARA LA REVISION DE ACCESOS.           *
      ******************************************************************
           EXEC SQL DECLARE USUARIOS_PERMISOS TABLE
           ( USUARIO                        CHAR(30) NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             ACCIONES                       CHAR(4) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             FECHA_HASTA                    DATE NOT NULL,
             CONCEDIDO_POR                  CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE USUARIOS_PERMISOS                  *
      ******************************************************************
       01  DCLUSUARIOS-PERMISOS.
      *    *************************************************************
      *                       USUARIO
           10 UP-USUARIO           PIC X(30).
      *    *************************************************************
      *                       PROGRAMA
           10 UP-PROGRAMA          PIC X(8).
      *    *************************************************************
      *                       ACCIONES
           10 UP-ACCIONES          PIC X(4).
      *    *************************************************************
      *                       FECHA_DESDE
           10 UP-FECHA-DESDE       PIC X(10).
      *    *************************************************************
      *                       FECHA_HASTA
           10 UP-FECHA-HASTA       PIC X(10).
      *    *************************************************************
      *                       CONCEDIDO_POR
           10 UP-CONCEDIDO-POR     PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
