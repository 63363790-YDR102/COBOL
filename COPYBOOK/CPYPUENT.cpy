      ******************************************************************
      * CUENTA PUENTE DE COMPENSACION INTERBANCARIA. ES UNA CUENTA     *
      * INTERNA DEL LIBRO CUENTAS (EN EUR) DONDE QUEDA EL IMPORTE DE   *
      * LAS TRANSFERENCIAS EMITIDAS A OTRAS ENTIDADES HASTA QUE LA     *
      * CAMARA LAS LIQUIDA. LO QUE LA CAMARA DEVUELVE SALE DE ELLA     *
      * DE VUELTA AL CLIENTE, DE MODO QUE SU SALDO SIEMPRE SE EXPLICA  *
      * POR TRANSFERENCIAS_EMITIDAS. CT-ENTIDAD-COMP ES LA CLAVE DE LA *
      * ENTIDAD PRESENTADORA ANTE LA CAMARA.                           *
      ******************************************************************
       01 CT-COMPENSACION.
          05 CT-ENTIDAD-COMP               PIC X(04) VALUE '2095'.
          05 CT-CUENTA-PUENTE.
             10 CT-BANCO-PUENTE            PIC X(04) VALUE '2095'.
             10 CT-OFICINA-PUENTE          PIC X(04) VALUE '0000'.
             10 CT-DC-PUENTE               PIC X(02) VALUE '70'.
             10 CT-NUMERO-PUENTE           PIC X(10) VALUE '9999999999'.
