      ******************************************************************
      * DCLGEN TABLE(PROVEEDORES_REPARACION)                           *
      *        LIBRARY(IBMUSER.COBOL.COPYS(TBPROREP))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PV-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RED DE REPARADORES CONCERTADOS (TALLERES, GREMIOS DE HOGAR) A  *
      * LOS QUE SE PAGA DIRECTAMENTE LA REPARACION DE UN SINIESTRO.    *
      * ESPECIALIDAD CON LOS MISMOS CODIGOS QUE EL TIPO DE POLIZA      *
      * ('AU' TALLER, 'HO' HOGAR). TARIFA_HORA ES EL PRECIO DE MANO DE *
      * OBRA PACTADO; LAS FACTURAS QUE LO SUPERAN LAS REVISA EL        *
      * PERITO ANTES DE PAGARSE (FACTPROV). SE MANTIENE CON PROVCRUD.  *
      ******************************************************************
           EXEC SQL DECLARE PROVEEDORES_REPARACION TABLE
           ( CIF_PROVEEDOR                  CHAR(9) NOT NULL,
             RAZON_SOCIAL                   CHAR(40) NOT NULL,
             CUENTA_BANCARIA                CHAR(20) NOT NULL,
             ESPECIALIDAD                   CHAR(2) NOT NULL,
             TARIFA_HORA                    DECIMAL(7, 2) NOT NULL,
             ACTIVO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROVEEDORES_REPARACION             *
      ******************************************************************
       01  DCLPROVEEDORES-REPARACION.
      *    *************************************************************
      *                       CIF_PROVEEDOR
           10 PV-CIF-PROVEEDOR     PIC X(9).
      *    *************************************************************
      *                       RAZON_SOCIAL
           10 PV-RAZON-SOCIAL      PIC X(40).
      *    *************************************************************
      *                       CUENTA_BANCARIA
           10 PV-CUENTA-BANCARIA   PIC X(20).
      *    *************************************************************
      *                       ESPECIALIDAD
           10 PV-ESPECIALIDAD      PIC X(2).
      *    *************************************************************
      *                       TARIFA_HORA
           10 PV-TARIFA-HORA       PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ACTIVO
           10 PV-ACTIVO            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
