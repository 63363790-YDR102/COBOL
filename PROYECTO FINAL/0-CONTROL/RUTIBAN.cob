      ******************************************************************
      ** R U T I B A N.-RUTINA COMUN DE IBAN. VALIDA UN IBAN DE       **
      **                CUALQUIER PAIS POR EL MODULO 97 DE LA NORMA   **
      **                ISO 13616 (LETRAS A=10 ... Z=35) Y GENERA EL  **
      **                IBAN ESPANOL DE UNA CUENTA CCC DEL LIBRO. EL  **
      **                CALCULO SE HACE CARACTER A CARACTER PARA NO   **
      **                DESBORDAR NINGUN CAMPO NUMERICO.              **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   RUTIBAN.
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
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-04                  PIC X(02) VALUE '04'.
           05  CT-99                  PIC X(02) VALUE '99'.
           05  CT-PAIS-ESPANA         PIC X(02) VALUE 'ES'.
           05  CT-LONGITUD-ESPANA     PIC 9(02) VALUE 24.
           05  CT-LONGITUD-MINIMA     PIC 9(02) VALUE 15.
           05  CT-MAYUSCULAS          PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  CT-MINUSCULAS          PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
      *
      * TABLA DE LETRAS: LA POSICION + 9 ES SU VALOR EN EL MODULO 97
       01  CN-LETRAS.
           05  FILLER                 PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  CN-LETRAS-R REDEFINES CN-LETRAS.
           05  LETRA-TB OCCURS 26     PIC X(01).
      *
       01  WK-VARIABLES.
           05  WK-IBAN                PIC X(34).
           05  WK-LONGITUD            PIC 9(02).
           05  WK-CADENA              PIC X(40).
           05  WK-LONG-CADENA         PIC 9(02).
           05  WK-CARACTER            PIC X(01).
           05  WK-DIGITO              PIC 9(01).
           05  WK-VALOR-LETRA         PIC 9(02).
           05  WK-ACUMULADO           PIC 9(05).
           05  WK-COCIENTE            PIC 9(05).
           05  WK-RESTO-97            PIC 9(02).
           05  WK-DC-IBAN             PIC 9(02).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-LETRA              PIC 9(02).
      *
       01  SW-SWITCHES.
           05  SW-IBAN-VALIDO         PIC X(01).
               88  SI-IBAN-VALIDO               VALUE 'S'.
               88  NO-IBAN-VALIDO               VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       COPY CPYIBAN.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION USING CPYIBAN.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
           GOBACK
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE SALIDA-IBA
                      WK-VARIABLES
      *
           MOVE CT-00                    TO RETORNO-IBA
           SET SI-IBAN-VALIDO            TO TRUE
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE OPCION-IBA
               WHEN 'V'
                    PERFORM 2100-VALIDAR-IBAN
                       THRU 2100-VALIDAR-IBAN-EXIT
               WHEN 'G'
                    PERFORM 2200-GENERAR-IBAN
                       THRU 2200-GENERAR-IBAN-EXIT
               WHEN OTHER
                    MOVE CT-99           TO RETORNO-IBA
           END-EVALUATE
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-IBAN                                          *
      *     FORMATO (PAIS, DIGITOS DE CONTROL Y LONGITUD) Y LUEGO EL   *
      *     MODULO 97 DEL IBAN CON LOS CUATRO PRIMEROS CARACTERES      *
      *     LLEVADOS AL FINAL: UN IBAN CORRECTO DA RESTO 1.            *
      ******************************************************************
       2100-VALIDAR-IBAN.
      *
           MOVE IBAN-IBA                 TO WK-IBAN
           INSPECT WK-IBAN CONVERTING CT-MINUSCULAS TO CT-MAYUSCULAS
      *
           PERFORM 8300-MEDIR-IBAN
              THRU 8300-MEDIR-IBAN-EXIT
      *
           IF WK-LONGITUD < CT-LONGITUD-MINIMA
              OR WK-IBAN (1:1) IS NOT ALPHABETIC-UPPER
              OR WK-IBAN (2:1) IS NOT ALPHABETIC-UPPER
              OR WK-IBAN (3:2) IS NOT NUMERIC
              MOVE CT-04                 TO RETORNO-IBA
              GO TO 2100-VALIDAR-IBAN-EXIT
           END-IF
      *
           IF WK-IBAN (1:2) = CT-PAIS-ESPANA
              AND (WK-LONGITUD NOT = CT-LONGITUD-ESPANA
                   OR WK-IBAN (5:20) IS NOT NUMERIC)
              MOVE CT-04                 TO RETORNO-IBA
              GO TO 2100-VALIDAR-IBAN-EXIT
           END-IF
      *
           MOVE SPACES                   TO WK-CADENA
           STRING WK-IBAN (5:WK-LONGITUD - 4) DELIMITED BY SIZE
                  WK-IBAN (1:4)               DELIMITED BY SIZE
             INTO WK-CADENA
           MOVE WK-LONGITUD              TO WK-LONG-CADENA
      *
           PERFORM 8000-CALCULAR-RESTO
              THRU 8000-CALCULAR-RESTO-EXIT
      *
           IF NO-IBAN-VALIDO
              OR WK-RESTO-97 NOT = 1
              MOVE CT-04                 TO RETORNO-IBA
              GO TO 2100-VALIDAR-IBAN-EXIT
           END-IF
      *
           MOVE WK-IBAN                  TO IBAN-S-IBA
           MOVE WK-IBAN (1:2)            TO PAIS-IBA
           IF PAIS-IBA = CT-PAIS-ESPANA
              MOVE WK-IBAN (5:20)        TO CUENTA-S-IBA
           END-IF
      *
           .
       2100-VALIDAR-IBAN-EXIT.
           EXIT.
      ******************************************************************
      *     2200-GENERAR-IBAN                                          *
      *     MISMO CALCULO QUE MANDSEPA: MODULO 97 DE LA CCC SEGUIDA    *
      *     DE 'ES00' Y DIGITOS DE CONTROL = 98 - RESTO.               *
      ******************************************************************
       2200-GENERAR-IBAN.
      *
           IF CUENTA-IBA IS NOT NUMERIC
              MOVE CT-04                 TO RETORNO-IBA
              GO TO 2200-GENERAR-IBAN-EXIT
           END-IF
      *
           MOVE SPACES                   TO WK-CADENA
           STRING CUENTA-IBA             DELIMITED BY SIZE
                  CT-PAIS-ESPANA         DELIMITED BY SIZE
                  '00'                   DELIMITED BY SIZE
             INTO WK-CADENA
           MOVE CT-LONGITUD-ESPANA       TO WK-LONG-CADENA
      *
           PERFORM 8000-CALCULAR-RESTO
              THRU 8000-CALCULAR-RESTO-EXIT
      *
           COMPUTE WK-DC-IBAN = 98 - WK-RESTO-97
      *
           MOVE SPACES                   TO IBAN-S-IBA
           STRING CT-PAIS-ESPANA         DELIMITED BY SIZE
                  WK-DC-IBAN             DELIMITED BY SIZE
                  CUENTA-IBA             DELIMITED BY SIZE
             INTO IBAN-S-IBA
           MOVE CT-PAIS-ESPANA           TO PAIS-IBA
           MOVE CUENTA-IBA               TO CUENTA-S-IBA
      *
           .
       2200-GENERAR-IBAN-EXIT.
           EXIT.
      ******************************************************************
      *     8000-CALCULAR-RESTO                                        *
      *     MODULO 97 DE WK-CADENA (WK-LONG-CADENA CARACTERES) SIN     *
      *     FORMAR EL NUMERO ENTERO: SE ARRASTRA EL RESTO DE CADA      *
      *     PASO. UN CARACTER QUE NO SEA DIGITO NI LETRA INVALIDA.     *
      ******************************************************************
       8000-CALCULAR-RESTO.
      *
           MOVE 0                        TO WK-RESTO-97
      *
           PERFORM 8100-ACUMULAR-CARACTER
              THRU 8100-ACUMULAR-CARACTER-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > WK-LONG-CADENA
                OR NO-IBAN-VALIDO
      *
           .
       8000-CALCULAR-RESTO-EXIT.
           EXIT.
      ******************************************************************
      *     8100-ACUMULAR-CARACTER                                     *
      *     UN DIGITO DESPLAZA EL RESTO UNA POSICION; UNA LETRA, QUE   *
      *     VALE DOS DIGITOS (10 A 35), LO DESPLAZA DOS.               *
      ******************************************************************
       8100-ACUMULAR-CARACTER.
      *
           MOVE WK-CADENA (IND:1)        TO WK-CARACTER
      *
           IF WK-CARACTER IS NUMERIC
              MOVE WK-CARACTER           TO WK-DIGITO
              COMPUTE WK-ACUMULADO = WK-RESTO-97 * 10 + WK-DIGITO
           ELSE
              PERFORM 8200-BUSCAR-LETRA
                 THRU 8200-BUSCAR-LETRA-EXIT
              IF NO-IBAN-VALIDO
                 GO TO 8100-ACUMULAR-CARACTER-EXIT
              END-IF
              COMPUTE WK-ACUMULADO =
                      WK-RESTO-97 * 100 + WK-VALOR-LETRA
           END-IF
      *
           DIVIDE WK-ACUMULADO BY 97 GIVING WK-COCIENTE
                                     REMAINDER WK-RESTO-97
      *
           .
       8100-ACUMULAR-CARACTER-EXIT.
           EXIT.
      ******************************************************************
      *     8200-BUSCAR-LETRA                                          *
      ******************************************************************
       8200-BUSCAR-LETRA.
      *
           MOVE 0                        TO WK-VALOR-LETRA
      *
           PERFORM 8210-COMPARAR-LETRA
              THRU 8210-COMPARAR-LETRA-EXIT
           VARYING IND-LETRA FROM 1 BY 1
             UNTIL IND-LETRA > 26
                OR WK-VALOR-LETRA > 0
      *
           IF WK-VALOR-LETRA = 0
              SET NO-IBAN-VALIDO         TO TRUE
           END-IF
      *
           .
       8200-BUSCAR-LETRA-EXIT.
           EXIT.
      ******************************************************************
      *     8210-COMPARAR-LETRA                                        *
      ******************************************************************
       8210-COMPARAR-LETRA.
      *
           IF LETRA-TB (IND-LETRA) = WK-CARACTER
              COMPUTE WK-VALOR-LETRA = IND-LETRA + 9
           END-IF
      *
           .
       8210-COMPARAR-LETRA-EXIT.
           EXIT.
      ******************************************************************
      *     8300-MEDIR-IBAN                                            *
      *     LONGITUD = ULTIMA POSICION NO BLANCA. UN BLANCO INTERMEDIO *
      *     (IBAN EN FORMATO PAPEL) DEJA LA LONGITUD A CERO.           *
      ******************************************************************
       8300-MEDIR-IBAN.
      *
           MOVE 0                        TO WK-LONGITUD
      *
           PERFORM 8310-COMPROBAR-POSICION
              THRU 8310-COMPROBAR-POSICION-EXIT
           VARYING IND FROM 34 BY -1
             UNTIL IND < 1
                OR WK-LONGITUD > 0
      *
           IF WK-LONGITUD > 0
              MOVE 0                     TO IND
              INSPECT WK-IBAN (1:WK-LONGITUD)
                      TALLYING IND FOR ALL SPACES
              IF IND > 0
                 MOVE 0                  TO WK-LONGITUD
              END-IF
           END-IF
      *
           .
       8300-MEDIR-IBAN-EXIT.
           EXIT.
      ******************************************************************
      *     8310-COMPROBAR-POSICION                                    *
      ******************************************************************
       8310-COMPROBAR-POSICION.
      *
           IF WK-IBAN (IND:1) NOT = SPACE
              MOVE IND                   TO WK-LONGITUD
           END-IF
      *
           .
       8310-COMPROBAR-POSICION-EXIT.
           EXIT.
      *
