      ******************************************************************
      * DCLGEN TABLE(CLIENTES_MAESTRO)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBCLIMAE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MA-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MAESTRO UNICO DE CLIENTES: UNA FILA POR PERSONA CON SU         *
      * IDENTIFICADOR UNICO (ID_MAESTRO) ENTRE SEGUROS, BANCA Y        *
      * TIENDA. LO MANTIENE MAESCLI: EL DNI VIENE DEL PRIMER SISTEMA   *
      * QUE LO APORTA (EN BLANCO SI LA PERSONA SOLO EXISTE EN SISTEMAS *
      * SIN DNI) Y LOS DATOS DE CONTACTO DEL SISTEMA MAS FIABLE. LAS   *
      * CLAVES DE CADA SISTEMA ESTAN EN ENLACES_CLIENTE.               *
      ******************************************************************
           EXEC SQL DECLARE CLIENTES_MAESTRO TABLE
           ( ID_MAESTRO                     INTEGER NOT NULL,
             DNI                            CHAR(9) NOT NULL,
             NOMBRE                         CHAR(25) NOT NULL,
             APELLIDO_1                     CHAR(25) NOT NULL,
             APELLIDO_2                     CHAR(25) NOT NULL,
             DIRECCION                      CHAR(100) NOT NULL,
             LOCALIDAD                      CHAR(25) NOT NULL,
             TELEFONO                       CHAR(15) NOT NULL,
             FECHA_ALTA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CLIENTES_MAESTRO                   *
      ******************************************************************
       01  DCLCLIENTES-MAESTRO.
      *    *************************************************************
      *                       ID_MAESTRO
           10 MA-ID-MAESTRO        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       DNI
           10 MA-DNI               PIC X(9).
      *    *************************************************************
      *                       NOMBRE
           10 MA-NOMBRE            PIC X(25).
      *    *************************************************************
      *                       APELLIDO_1
           10 MA-APELLIDO-1        PIC X(25).
      *    *************************************************************
      *                       APELLIDO_2
           10 MA-APELLIDO-2        PIC X(25).
      *    *************************************************************
      *                       DIRECCION
           10 MA-DIRECCION         PIC X(100).
      *    *************************************************************
      *                       LOCALIDAD
           10 MA-LOCALIDAD         PIC X(25).
      *    *************************************************************
      *                       TELEFONO
           10 MA-TELEFONO          PIC X(15).
      *    *************************************************************
      *                       FECHA_ALTA
           10 MA-FECHA-ALTA        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
