      ******************************************************************
      * AREA DE COMUNICACION CON LA RUTINA DE IBAN RUTIBAN.            *
      * OPCIONES:                                                      *
      *   'V' = VALIDAR IBAN-IBA (FORMATO ELECTRONICO, SIN ESPACIOS):  *
      *         PAIS DE DOS LETRAS, DIGITOS DE CONTROL NUMERICOS,      *
      *         LONGITUD ENTRE 15 Y 34 (24 SI ES ESPANOL) Y MODULO 97  *
      *         DEL IBAN REORDENADO IGUAL A 1 (ISO 13616)              *
      *   'G' = GENERAR EL IBAN ESPANOL DE LA CUENTA CCC CUENTA-IBA    *
      *         ('ES' + DIGITOS DE CONTROL + CCC) EN IBAN-S-IBA        *
      * EN LA OPCION 'V' IBAN-S-IBA DEVUELVE EL IBAN EN MAYUSCULAS Y   *
      * PAIS-IBA SU PAIS; SI ES ESPANOL, CUENTA-S-IBA DEVUELVE LA CCC. *
      * RETORNO '00' OK, '04' IBAN O CUENTA NO VALIDOS, '99' OPCION    *
      * ERRONEA.                                                       *
      ******************************************************************
       01 CPYIBAN.
          05 ENTRADA-IBA.
             10 OPCION-IBA                 PIC X(01).
             10 IBAN-IBA                   PIC X(34).
             10 CUENTA-IBA                 PIC X(20).
          05 SALIDA-IBA.
             10 IBAN-S-IBA                 PIC X(34).
             10 PAIS-IBA                   PIC X(02).
             10 CUENTA-S-IBA               PIC X(20).
             10 RETORNO-IBA                PIC X(02).
