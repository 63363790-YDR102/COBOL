      ******************************************************************
      * AREA DE COMUNICACION CON LA RUTINA DE LIQUIDACION EN CUENTA    *
      * PROPIA RUTCTAIN. SI LA CUENTA CCC ES DEL LIBRO CUENTAS Y EL    *
      * DNI INTERVIENE EN ELLA (INTERVINIENTES), APUNTA EL IMPORTE EN  *
      * CUENTAS/CUENTAS_MOVTO CON EL TIPO DE MOVIMIENTO INDICADO.      *
      * OPCIONES:                                                      *
      *   'C' = CARGO (EL IMPORTE SE RESTA DEL SALDO)                  *
      *   'A' = ABONO (EL IMPORTE SE SUMA AL SALDO)                    *
      * TIPOS DE MOVIMIENTO DE SEGUROS:                                *
      *   'S' = COBRO DE PRIMA DE SEGURO                               *
      *   'L' = LIQUIDACION DE SINIESTRO (ANTICIPO O FINIQUITO)        *
      * RETORNO '00' = APUNTADO EN CUENTAS                             *
      * RETORNO '10' = NO SE LIQUIDA EN CASA: CUENTA EXTERNA, DNI SIN  *
      *                INTERVENCION, CUENTA CERRADA, CUENTA EN DIVISA  *
      *                DISTINTA DEL EUR O SIN SALDO PARA EL CARGO      *
      *                (MOTIVO-CTI). VA POR EL BANCO.                  *
      * RETORNO '20' = CARGO RECHAZADO: CUENTA BLOQUEADA ('B') O SALDO *
      *                RETENIDO POR EMBARGOS (MOTIVO-CTI). NO SE COBRA *
      *                TAMPOCO POR EL BANCO.                           *
      * RETORNO '99' = ERROR TECNICO (VER SQLCODE)                     *
      * LA RUTINA NO COMMITEA: EL APUNTE VIAJA EN LA UNIDAD DE TRABAJO *
      * DEL LLAMANTE JUNTO CON LA MARCA DEL RECIBO O DEL SINIESTRO.    *
      ******************************************************************
       01 CPYCTAIN.
          05 ENTRADA-CTI.
             10 OPCION-CTI                 PIC X(01).
             10 DNI-CTI                    PIC X(09).
             10 CUENTA-CTI                 PIC X(20).
             10 IMPORTE-CTI                PIC S9(13)V9(2) COMP-3.
             10 TIPO-MOVTO-CTI             PIC X(01).
             10 NOMBRE-PGM-CTI             PIC X(08).
          05 SALIDA-CTI.
             10 RETORNO-CTI                PIC X(02).
             10 MOTIVO-CTI                 PIC X(20).
             10 SALDO-CTI                  PIC S9(15)V9(2) COMP-3.
             10 SQLCODE-CTI                PIC -999.
