      **                ESTADO 'E' (EMITIDO) POR POLIZA Y PERIODO     **
      **                CON LA PRIMA DE LA POLIZA. UNA POLIZA QUE YA  **
      **                TIENE RECIBO PARA EL PERIODO NO SE DUPLICA.   **
      **                CADA RECIBO LLEVA EL RECARGO DEL CONSORCIO DE **
      **                COMPENSACION DE SEGUROS AL PORCENTAJE DEL     **
      **                RAMO VIGENTE EN RECARGOS_CONSORCIO (CERO SI   **
      **                EL RAMO NO TIENE RECARGO), QUE LIQUIDA        **
      **                CONSLIQ CADA TRIMESTRE.                       **
      **                SOBRE ESTE LIBRO DE RECIBOS TRABAJAN          **
      **                COBRODOM (ADEUDOS), DEVBANCO (DEVOLUCIONES)   **
      **                Y LA RECLAMACION DE IMPAGADOS.                **
           05  CN-POLIZAS             PIC 9(05).
           05  CN-EMITIDOS            PIC 9(05).
           05  CN-YA-EMITIDOS         PIC 9(05).
           05  CN-CON-RECARGO         PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-NUM-RECIBO          PIC S9(09) COMP.
           05  WK-EXISTE              PIC S9(09) COMP.
           05  WK-IMPORTE-TOTAL       PIC S9(13)V9(2) COMP-3.
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-PORCENT-RECARGO     PIC S9(03)V9(2) COMP-3.
           05  WK-RECARGO             PIC S9(13)V9(2) COMP-3.
      *
       01  LINEA-EMITIDO.
           05  RECIBO-EMI             PIC ZZZZZZZZ9.
           05  PERIODO-EMI            PIC X(07).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-EMI            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECARGO-EMI            PIC ZZZ.ZZ9,99.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               INCLUDE TBRECIBO
           END-EXEC.
      *
      *--------DCLGEN RECARGOS_CONSORCIO--*
      *
           EXEC SQL
               INCLUDE TBRECCON
           END-EXEC.
      *
      *--------CURSOR DE PRIMAS DE VIDA AL COBRO----------------------*
      *
           EXEC SQL
                      CN-CONTADORES
                      WK-VARIABLES
                      DCLRECIBOS-PRIMAS
                      DCLRECARGOS-CONSORCIO
      *
           ACCEPT WK-FECHA-DESDE FROM SYSIN
           ACCEPT WK-FECHA-HASTA FROM SYSIN
       2000-RECORRER-VIDA.
      *
           SET NO-FIN-CURSOR             TO TRUE
           MOVE 'VI'                     TO WK-TIPO-POLIZA
      *
           EXEC SQL
               OPEN CUR-VIDA
       2050-RECORRER-HOGAR.
      *
           SET NO-FIN-CURSOR             TO TRUE
           MOVE 'HO'                     TO WK-TIPO-POLIZA
      *
           EXEC SQL
               OPEN CUR-HOGAR
              ADD CT-1                   TO CN-YA-EMITIDOS
              GO TO 2300-EMITIR-RECIBO-EXIT
           END-IF
      *
           PERFORM 2350-CALCULAR-RECARGO
              THRU 2350-CALCULAR-RECARGO-EXIT
      *
           ADD CT-1                      TO WK-NUM-RECIBO
           MOVE WK-NUM-RECIBO            TO RB-NUM-RECIBO
           MOVE WK-PRIMA                 TO RB-IMPORTE
           MOVE 'E'                      TO RB-ESTADO
           MOVE WK-RECARGO               TO RB-RECARGO-CONSORCIO
           MOVE SPACES                   TO RB-TRIM-CONSORCIO
      *
           EXEC SQL
               INSERT INTO RECIBOS_PRIMAS
                      ,IMPORTE
                      ,ESTADO
                      ,FECHA_EMISION
                      ,FECHA_ESTADO
                      ,RECARGO_CONSORCIO
                      ,TRIM_CONSORCIO)
                      VALUES(
                       :RB-NUM-RECIBO
                      ,:RB-NUMERO-POLIZA
                      ,:RB-IMPORTE
                      ,:RB-ESTADO
                      ,CURRENT DATE
                      ,CURRENT DATE
                      ,:RB-RECARGO-CONSORCIO
                      ,:RB-TRIM-CONSORCIO)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    ADD CT-1             TO CN-EMITIDOS
                    ADD WK-PRIMA         TO WK-IMPORTE-TOTAL
                    IF WK-RECARGO > 0
                       ADD CT-1          TO CN-CON-RECARGO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2300-EMITIR-RECIBO'
           MOVE WK-POLIZA                TO POLIZA-EMI
           MOVE WK-PERIODO               TO PERIODO-EMI
           MOVE WK-PRIMA                 TO IMPORTE-EMI
           MOVE WK-RECARGO               TO RECARGO-EMI
      *
           WRITE REG-FEMITIDO FROM LINEA-EMITIDO
      *
       2300-EMITIR-RECIBO-EXIT.
           EXIT.
      ******************************************************************
      *     2350-CALCULAR-RECARGO                                      *
      *     RECARGO DEL CONSORCIO: PORCENTAJE DEL RAMO VIGENTE A LA    *
      *     FECHA DE EMISION SOBRE LA PRIMA DEL RECIBO. SIN FILA       *
      *     VIGENTE PARA EL RAMO EL RECIBO NO LLEVA RECARGO.           *
      ******************************************************************
       2350-CALCULAR-RECARGO.
      *
           MOVE WK-TIPO-POLIZA           TO CS-TIPO-POLIZA
      *
           EXEC SQL
               SELECT PORCENT_RECARGO
                 INTO :WK-PORCENT-RECARGO
                 FROM RECARGOS_CONSORCIO
                WHERE TIPO_POLIZA = :CS-TIPO-POLIZA
                  AND FECHA_INICIO <= CURRENT DATE
                  AND FECHA_FIN >= CURRENT DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    MOVE 0               TO WK-PORCENT-RECARGO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2350-CALCULAR-RECARGO'
                    DISPLAY 'TABLA: RECARGOS_CONSORCIO'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           COMPUTE WK-RECARGO ROUNDED =
                   WK-PRIMA * WK-PORCENT-RECARGO / 100
      *
           .
       2350-CALCULAR-RECARGO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
           DISPLAY '*POLIZAS AL COBRO   : ' CN-POLIZAS '      *'
           DISPLAY '*RECIBOS EMITIDOS   : ' CN-EMITIDOS '      *'
           DISPLAY '*YA EMITIDOS        : ' CN-YA-EMITIDOS '      *'
           DISPLAY '*CON RECARGO CCS    : ' CN-CON-RECARGO '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
