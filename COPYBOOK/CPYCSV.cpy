      ******************************************************************
      * AREA COMUN DE LA SALIDA DELIMITADA DE LOS INFORMES DE GESTION. *
      * EL MODO DE SALIDA SE RESUELVE CON RUTPARAM (PARAMETRO          *
      * 'MODOSALIDA' DEL PROGRAMA):                                    *
      *   1 = SOLO EL INFORME IMPRESO (DEFECTO)                        *
      *   2 = ADEMAS EL FICHERO DELIMITADO FCSV                        *
      * FCSV: FILA DE CABECERA CON LOS NOMBRES DE COLUMNA, CAMPOS      *
      * SEPARADOS POR ';', NUMEROS SIN EDITAR CON COMA DECIMAL, FECHAS *
      * AAAA-MM-DD Y FILA FINAL CON EL NUMERO DE REGISTROS DE DATOS.   *
      * LA FILA FINAL SOLO SE ESCRIBE SI EL PROGRAMA HA MARCADO        *
      * FIN-COMPLETO-CSV ANTES DE SU CIERRE NORMAL.                    *
      * NO INICIALIZAR: LLEVA EL SEPARADOR Y EL LITERAL DE LA FILA     *
      * FINAL EN SUS VALUE.                                            *
      ******************************************************************
       01 CPYCSV.
          05 SEPARADOR-CSV                 PIC X(01) VALUE ';'.
          05 MODO-SALIDA-CSV               PIC 9(01) VALUE 1.
             88 SOLO-IMPRESO-CSV                     VALUE 1.
             88 CON-FICHERO-CSV                      VALUE 2.
          05 REGISTROS-CSV                 PIC 9(09) VALUE ZEROS.
          05 FIN-CSV                       PIC X(01) VALUE 'N'.
             88 FIN-COMPLETO-CSV                     VALUE 'S'.
          05 LINEA-CSV                     PIC X(300).
          05 LINEA-FIN-CSV.
             10 FILLER                     PIC X(16) VALUE
                'TOTAL REGISTROS;'.
             10 REGISTROS-FIN-CSV          PIC 9(09).
             10 FILLER                     PIC X(275) VALUE SPACES.
          05 FECHA-AAAAMMDD-CSV            PIC 9(08).
          05 FECHA-AAAAMMDD-CSV-R REDEFINES FECHA-AAAAMMDD-CSV.
             10 ANO-AAAAMMDD-CSV           PIC X(04).
             10 MES-AAAAMMDD-CSV           PIC X(02).
             10 DIA-AAAAMMDD-CSV           PIC X(02).
          05 FECHA-ISO-CSV.
             10 ANO-ISO-CSV                PIC X(04).
             10 FILLER                     PIC X(01) VALUE '-'.
             10 MES-ISO-CSV                PIC X(02).
             10 FILLER                     PIC X(01) VALUE '-'.
             10 DIA-ISO-CSV                PIC X(02).
