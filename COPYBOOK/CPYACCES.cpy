      ******************************************************************
      * AREA DE COMUNICACION CON LA RUTINA DE CONTROL DE ACCESO        *
      * RUTACCES. LOS PROGRAMAS DE MANTENIMIENTO LA LLAMAN ANTES DE    *
      * APLICAR CADA MOVIMIENTO.                                       *
      * ENTRADA: USUARIO QUE ORDENA EL CAMBIO, PROGRAMA, ACCION (A/B/  *
      * M/C) Y LA CLAVE DEL MOVIMIENTO PARA LA INCIDENCIA.             *
      * RETORNO '00' = AUTORIZADO                                      *
      * RETORNO '10' = NO AUTORIZADO: EL LLAMANTE RECHAZA EL           *
      *                MOVIMIENTO. LA RUTINA YA HA REGISTRADO LA       *
      *                INCIDENCIA (RUTINCID, SEVERIDAD 'A').           *
      * RETORNO '99' = ERROR TECNICO (SQLCODE INFORMADO).              *
      * LA RUTINA NO COMMITEA: LA INCIDENCIA VIAJA EN LA UNIDAD DE     *
      * TRABAJO DEL LLAMANTE.                                          *
      ******************************************************************
       01 CPYACCES.
          05 ENTRADA-ACC.
             10 USUARIO-ACC                PIC X(30).
             10 PROGRAMA-ACC               PIC X(08).
             10 ACCION-ACC                 PIC X(01).
             10 CLAVE-ACC                  PIC X(30).
          05 SALIDA-ACC.
             10 RETORNO-ACC                PIC X(02).
             10 SQLCODE-ACC                PIC S9(09) COMP.
