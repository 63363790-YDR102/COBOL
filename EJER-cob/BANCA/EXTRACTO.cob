      **                  SIGUE COMO LOS PROGRAMAS DE REPAGINACION,   **
      **                  MAS UN FICHERO RESUMEN DE UNA LINEA POR     **
      **                  CUENTA.                                     **
      **                  DISTRIBUCION POR TITULAR (ROL 'T'; LOS      **
      **                  AUTORIZADOS SALEN EN EL EXTRACTO PERO NO LO **
      **                  RECIBEN): QUIEN TIENE EN DIRELEC UN 'EML'   **
      **                  NI REBOTADO ('S') NI MUERTO ('D') RECIBE EL **
      **                  EXTRACTO EN EL FICHERO DE ENVIO POR CORREO  **
      **                  (FEMAIL, CADA LINEA CON SU DNI Y            **
      **                  DIRECCION); SI QUEDA ALGUN TITULAR SIN      **
      **                  CORREO, LA CUENTA SE IMPRIME EN             **
      **                  FEXTRACT. UN REBOTE PROCESADO POR REBOTES   **
      **                  DEJA EL CORREO EN 'S' Y EL TITULAR VUELVE   **
      **                  AL PAPEL EN EL SIGUIENTE EXTRACTO. FDISTRIB **
      **                  RESUME PAPEL Y CORREO POR OFICINA.          **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
           SELECT FRESUMEN ASSIGN TO FRESUMEN
           FILE STATUS FS-FRESUMEN.
      *
           SELECT FEMAIL ASSIGN TO FEMAIL
           FILE STATUS FS-FEMAIL.
      *
           SELECT FDISTRIB ASSIGN TO FDISTRIB
           FILE STATUS FS-FDISTRIB.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01  REG-FRESUMEN               PIC X(0090).
      *    RESUMEN DE UNA LINEA POR CUENTA
      *
       FD FEMAIL
           RECORDING MODE IS F.
       01  REG-FEMAIL                 PIC X(0120).
      *    EXTRACTOS A ENVIAR POR CORREO, UNA COPIA POR DESTINATARIO
      *
       FD FDISTRIB
           RECORDING MODE IS F.
       01  REG-FDISTRIB               PIC X(0090).
      *    EXTRACTOS EN PAPEL Y POR CORREO POR OFICINA
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FEXTRACT            PIC X(02).
           05  FS-FRESUMEN            PIC X(02).
           05  FS-FEMAIL              PIC X(02).
           05  FS-FDISTRIB            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-LINEAS-POR-PAGINA   PIC 9(02) VALUE 20.
           05  CT-EML                 PIC X(03) VALUE 'EML'.
           05  CT-REBOTADA            PIC X(01) VALUE 'S'.
           05  CT-MUERTA              PIC X(01) VALUE 'D'.
           05  CT-MAX-TITULARES       PIC 9(02) VALUE 20.
      *
       01  CN-CONTADORES.
           05  CN-CUENTAS             PIC 9(05).
           05  CN-MOVTOS-CUENTA       PIC 9(05).
           05  CN-LINEAS-PAGINA       PIC 9(02).
           05  CN-PAGINA              PIC 9(03).
           05  CN-TITULARES           PIC 9(02).
           05  CN-TIT-PAPEL           PIC 9(02).
           05  CN-TIT-ROL-T           PIC 9(02).
           05  CN-PAPEL-OFI           PIC 9(05).
           05  CN-EMAIL-OFI           PIC 9(05).
           05  CN-PAPEL-TOT           PIC 9(07).
           05  CN-EMAIL-TOT           PIC 9(07).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-DESDE         PIC X(10).
           05  WK-FECHA-FOTO          PIC X(10).
           05  WK-SALDO-FOTO          PIC S9(15)V9(02) COMP-3.
           05  WK-MOVS-COLA           PIC S9(15)V9(02) COMP-3.
           05  WK-BANCO-ANT           PIC X(04).
           05  WK-OFICINA-ANT         PIC X(04).
           05  WK-LINEA-EXTRACTO      PIC X(90).
      *
      * INTERVINIENTES DE LA CUENTA EN CURSO; CON CORREO SI TIENEN UN
      * 'EML' UTIL EN DIRELEC, EN BLANCO SI VAN A PAPEL
       01  WK-TABLA-TITULARES.
           05  TITULARES-TB OCCURS 20.
               10  DNI-TIT-TB         PIC X(09).
               10  NOMBRE-TIT-TB      PIC X(40).
               10  ROL-TIT-TB         PIC X(01).
               10  EMAIL-TIT-TB       PIC X(20).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
           05  IND-EML                PIC 9(02).
      *
      * LINEAS DEL EXTRACTO
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CIERRE-RES             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
      * LINEA DEL FICHERO DE ENVIO POR CORREO
       01  LINEA-EMAIL.
           05  DNI-EML                PIC X(09).
           05  DIRECCION-EML          PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TEXTO-EML              PIC X(90).
      *
      * RESUMEN DE DISTRIBUCION POR OFICINA
       01  LINEA-TITULO-DIS.
           05  FILLER                 PIC X(43) VALUE
               'DISTRIBUCION DE EXTRACTOS POR OFICINA     '.
           05  DESDE-DIS              PIC X(10).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  HASTA-DIS              PIC X(10).
           05  FILLER                 PIC X(26) VALUE SPACES.
      *
       01  LINEA-CABECERA-DIS.
           05  FILLER                 PIC X(45) VALUE
               'BANCO OFICINA     PAPEL     CORREO      TOTAL'.
           05  FILLER                 PIC X(45) VALUE SPACES.
      *
       01  LINEA-DISTRIB.
           05  BANCO-DIS              PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OFICINA-DIS            PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PAPEL-DIS              PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EMAIL-DIS              PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TOTAL-DIS              PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CUENTAS         PIC X(01).
               INCLUDE TBSALDIA
           END-EXEC.
      *
      *--------DCLGEN DIRELEC-------------*
      *
           EXEC SQL
               INCLUDE TBDIRELE
           END-EXEC.
      *
      *--------CURSOR DE INTERVINIENTES DE LA CUENTA EN CURSO-----------*
      *
           EXEC SQL
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CUENTAS
      *
           PERFORM 2850-TOTAL-DISTRIBUCION
              THRU 2850-TOTAL-DISTRIBUCION-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           OPEN OUTPUT FEXTRACT
                       FRESUMEN
                       FEMAIL
                       FDISTRIB
      *
           IF FS-FEXTRACT NOT = CT-00
              OR FS-FRESUMEN NOT = CT-00
              OR FS-FEMAIL NOT = CT-00
              OR FS-FDISTRIB NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEXTRACT ' ' FS-FRESUMEN
                      ' ' FS-FEMAIL ' ' FS-FDISTRIB
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-DESDE           TO DESDE-DIS
           MOVE WK-FECHA-HASTA           TO HASTA-DIS
           WRITE REG-FDISTRIB FROM LINEA-TITULO-DIS
      *
           IF FS-FDISTRIB NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDISTRIB'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDISTRIB
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           WRITE REG-FDISTRIB FROM LINEA-CABECERA-DIS
      *
           IF FS-FDISTRIB NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDISTRIB'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FDISTRIB
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
      ******************************************************************
      *     2000-PROCESO                                               *
      *     PARA LA CUENTA EN CURSO: SALDOS DE APERTURA Y CIERRE DEL   *
      *     PERIODO, DESTINATARIOS, PAGINA INICIAL Y RECORRIDO DE SUS  *
      *     MOVIMIENTOS. AL CAMBIAR DE OFICINA SE EMITE SU RESUMEN DE  *
      *     DISTRIBUCION.                                              *
      ******************************************************************
       2000-PROCESO.
      *
           IF TB-BANCO NOT = WK-BANCO-ANT
              OR TB-OFICINA NOT = WK-OFICINA-ANT
              IF WK-OFICINA-ANT NOT = SPACES
                 PERFORM 2800-LINEA-OFICINA
                    THRU 2800-LINEA-OFICINA-EXIT
              END-IF
              MOVE TB-BANCO              TO WK-BANCO-ANT
              MOVE TB-OFICINA            TO WK-OFICINA-ANT
           END-IF
      *
           PERFORM 2100-CALCULAR-SALDOS
              THRU 2100-CALCULAR-SALDOS-EXIT
      *
           PERFORM 2050-CARGAR-TITULARES
              THRU 2050-CARGAR-TITULARES-EXIT
      *
           MOVE 0                        TO CN-MOVTOS-CUENTA
                                            CN-PAGINA
              THRU 2550-LINEAS-TITULARES-EXIT
      *
           MOVE WK-SALDO-APERTURA        TO APERTURA-LIN
           MOVE LINEA-APERTURA           TO WK-LINEA-EXTRACTO
           PERFORM 2900-EMITIR-LINEA
              THRU 2900-EMITIR-LINEA-EXIT
           ADD 1                         TO CN-LINEAS-PAGINA
      *
           PERFORM 2200-RECORRER-MOVTOS
              THRU 2200-RECORRER-MOVTOS-EXIT
      *
           MOVE WK-SALDO-CIERRE          TO CIERRE-LIN
           MOVE LINEA-CIERRE             TO WK-LINEA-EXTRACTO
           PERFORM 2900-EMITIR-LINEA
              THRU 2900-EMITIR-LINEA-EXIT
      *
           IF CN-TIT-PAPEL > 0
              ADD CT-1                   TO CN-PAPEL-OFI
           END-IF
      *
           PERFORM 2700-LINEA-RESUMEN
              THRU 2700-LINEA-RESUMEN-EXIT
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2050-CARGAR-TITULARES                                      *
      *     CARGA LOS INTERVINIENTES DE LA CUENTA Y RESUELVE EL CANAL  *
      *     DE CADA TITULAR. UNA CUENTA SIN INTERVINIENTES VA A PAPEL  *
      *     A NOMBRE DEL TITULAR DE CUENTAS, Y TAMBIEN LA QUE SOLO     *
      *     TIENE AUTORIZADOS.                                         *
      ******************************************************************
       2050-CARGAR-TITULARES.
      *
           SET NO-FIN-INTERV             TO TRUE
           MOVE 0                        TO CN-TITULARES
                                            CN-TIT-PAPEL
                                            CN-TIT-ROL-T
      *
           EXEC SQL
               OPEN CUR-INTERV
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-INTERV'
              DISPLAY 'PARRAFO: 2050-CARGAR-TITULARES'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 2060-LEER-INTERV
              THRU 2060-LEER-INTERV-EXIT
             UNTIL SI-FIN-INTERV
      *
           EXEC SQL
               CLOSE CUR-INTERV
           END-EXEC
      *
           IF CN-TIT-ROL-T = 0
              MOVE 1                     TO CN-TIT-PAPEL
           END-IF
      *
           .
       2050-CARGAR-TITULARES-EXIT.
           EXIT.
      ******************************************************************
      *     2060-LEER-INTERV                                           *
      *     LOS TITULARES QUE NO CABEN EN LA TABLA SE CUENTAN COMO     *
      *     PAPEL PARA QUE LA CUENTA SE IMPRIMA. SOLO EL ROL 'T' BUSCA *
      *     CORREO Y DECIDE EL CANAL; LOS DEMAS SOLO SE LISTAN.        *
      ******************************************************************
       2060-LEER-INTERV.
      *
           EXEC SQL
               FETCH CUR-INTERV
                INTO :IV-DNI-PERSONA
                    ,:IV-NOMBRE
                    ,:IV-ROL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF IV-ROL = 'T'
                       ADD CT-1          TO CN-TIT-ROL-T
                    END-IF
                    IF CN-TITULARES >= CT-MAX-TITULARES
                       DISPLAY 'EXTRACTO: TABLA DE TITULARES LLENA '
                               TB-BANCO '-' TB-OFICINA '-'
                               TB-NUM-CUENTA ' ' IV-DNI-PERSONA
                       IF IV-ROL = 'T'
                          ADD CT-1       TO CN-TIT-PAPEL
                       END-IF
                    ELSE
                       ADD CT-1          TO CN-TITULARES
                       MOVE IV-DNI-PERSONA
                                TO DNI-TIT-TB (CN-TITULARES)
                       MOVE IV-NOMBRE
                                TO NOMBRE-TIT-TB (CN-TITULARES)
                       MOVE IV-ROL
                                TO ROL-TIT-TB (CN-TITULARES)
                       MOVE SPACES
                                TO EMAIL-TIT-TB (CN-TITULARES)
                       IF IV-ROL = 'T'
                          PERFORM 2070-BUSCAR-CORREO
                             THRU 2070-BUSCAR-CORREO-EXIT
                       END-IF
                    END-IF
               WHEN 100
                    SET SI-FIN-INTERV    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-INTERV'
                    DISPLAY 'PARRAFO: 2060-LEER-INTERV'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2060-LEER-INTERV-EXIT.
           EXIT.
      ******************************************************************
      *     2070-BUSCAR-CORREO                                         *
      *     'EML' DEL TITULAR QUE NO ESTE REBOTADO NI MUERTO.          *
      ******************************************************************
       2070-BUSCAR-CORREO.
      *
           MOVE IV-DNI-PERSONA           TO TB-COD-CLIENTE
           MOVE CT-EML                   TO TB-TIPO-DIR-ELEC
      *
           EXEC SQL
               SELECT VALOR
                 INTO :TB-VALOR
                 FROM DIRELEC
                WHERE COD_CLIENTE = :TB-COD-CLIENTE
                  AND TIPO_DIR_ELEC = :TB-TIPO-DIR-ELEC
                  AND ESTADO_CONTACTO <> :CT-REBOTADA
                  AND ESTADO_CONTACTO <> :CT-MUERTA
                ORDER BY TIMESTAMP_MODIF DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE TB-VALOR
                             TO EMAIL-TIT-TB (CN-TITULARES)
                    ADD CT-1             TO CN-EMAIL-OFI
               WHEN 100
                    MOVE SPACES
                             TO EMAIL-TIT-TB (CN-TITULARES)
                    ADD CT-1             TO CN-TIT-PAPEL
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2070-BUSCAR-CORREO'
                    DISPLAY 'TABLA: DIRELEC'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2070-BUSCAR-CORREO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CALCULAR-SALDOS                                       *
      *     EL CIERRE DEL PERIODO ES EL SALDO ACTUAL MENOS LO MOVIDO   *
      *     DESPUES DEL PERIODO; LA APERTURA, EL CIERRE MENOS LO       *
               WHEN 0
                    IF CN-LINEAS-PAGINA >= CT-LINEAS-POR-PAGINA
                       MOVE WK-SALDO-CORRIDO  TO SUMA-SIGUE-LIN
                       MOVE LINEA-SUMA-SIGUE  TO WK-LINEA-EXTRACTO
                       PERFORM 2900-EMITIR-LINEA
                          THRU 2900-EMITIR-LINEA-EXIT
      *
                       PERFORM 2500-NUEVA-PAGINA
                          THRU 2500-NUEVA-PAGINA-EXIT
                                         TO IMPORTE-MOV-LIN
                    MOVE WK-SALDO-MOVTO  TO SALDO-MOV-LIN
      *
                    MOVE LINEA-MOVIMIENTO
                                         TO WK-LINEA-EXTRACTO
                    PERFORM 2900-EMITIR-LINEA
                       THRU 2900-EMITIR-LINEA-EXIT
      *
                    ADD 1                TO CN-LINEAS-PAGINA
                                            CN-MOVTOS-CUENTA
           MOVE WK-FECHA-HASTA           TO HASTA-CAB
           MOVE TB-DIVISA                TO DIVISA-CAB
      *
           MOVE LINEA-CABECERA           TO WK-LINEA-EXTRACTO
           PERFORM 2900-EMITIR-LINEA
              THRU 2900-EMITIR-LINEA-EXIT
      *
           ADD 1                         TO CN-LINEAS-PAGINA
      *
      *
           CLOSE FEXTRACT
                 FRESUMEN
                 FEMAIL
                 FDISTRIB
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   E X T R A C T O    **'
           DISPLAY '***********************************'
           DISPLAY '*CUENTAS EXTRACTADAS: ' CN-CUENTAS '      *'
           DISPLAY '*EXTRACTOS EN PAPEL : ' CN-PAPEL-TOT '    *'
           DISPLAY '*ENVIOS POR CORREO  : ' CN-EMAIL-TOT '    *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *     SALIENDO A NOMBRE DEL TITULAR DE CUENTAS.                  *
      ******************************************************************
       2550-LINEAS-TITULARES.
      *
           PERFORM 2560-LINEA-INTERV
              THRU 2560-LINEA-INTERV-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > CN-TITULARES
      *
           IF CN-TITULARES = 0
              MOVE SPACES                TO DNI-TIT-LIN
              MOVE TB-TITULAR            TO NOMBRE-TIT-LIN
              MOVE 'T'                   TO ROL-TIT-LIN
              MOVE LINEA-TITULAR         TO WK-LINEA-EXTRACTO
              PERFORM 2900-EMITIR-LINEA
                 THRU 2900-EMITIR-LINEA-EXIT
              ADD 1                      TO CN-LINEAS-PAGINA
           END-IF
      *
      ******************************************************************
       2560-LINEA-INTERV.
      *
           MOVE DNI-TIT-TB (IND)         TO DNI-TIT-LIN
           MOVE NOMBRE-TIT-TB (IND)      TO NOMBRE-TIT-LIN
           MOVE ROL-TIT-TB (IND)         TO ROL-TIT-LIN
           MOVE LINEA-TITULAR            TO WK-LINEA-EXTRACTO
           PERFORM 2900-EMITIR-LINEA
              THRU 2900-EMITIR-LINEA-EXIT
           ADD 1                         TO CN-LINEAS-PAGINA
      *
           .
       2560-LINEA-INTERV-EXIT.
           EXIT.
      ******************************************************************
      *     2800-LINEA-OFICINA                                         *
      *     PAPEL CUENTA EXTRACTOS IMPRESOS (UNO POR CUENTA); CORREO,  *
      *     ENVIOS (UNO POR INTERVINIENTE CON 'EML' UTIL).             *
      ******************************************************************
       2800-LINEA-OFICINA.
      *
           MOVE WK-BANCO-ANT             TO BANCO-DIS
           MOVE WK-OFICINA-ANT           TO OFICINA-DIS
           MOVE CN-PAPEL-OFI             TO PAPEL-DIS
           MOVE CN-EMAIL-OFI             TO EMAIL-DIS
           COMPUTE TOTAL-DIS = CN-PAPEL-OFI + CN-EMAIL-OFI
      *
           WRITE REG-FDISTRIB FROM LINEA-DISTRIB
      *
           IF FS-FDISTRIB NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDISTRIB'
              DISPLAY 'PARRAFO: 2800-LINEA-OFICINA'
              DISPLAY 'FILE STATUS: ' FS-FDISTRIB
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CN-PAPEL-OFI              TO CN-PAPEL-TOT
           ADD CN-EMAIL-OFI              TO CN-EMAIL-TOT
           MOVE 0                        TO CN-PAPEL-OFI
                                            CN-EMAIL-OFI
      *
           .
       2800-LINEA-OFICINA-EXIT.
           EXIT.
      ******************************************************************
      *     2850-TOTAL-DISTRIBUCION                                    *
      ******************************************************************
       2850-TOTAL-DISTRIBUCION.
      *
           IF WK-OFICINA-ANT NOT = SPACES
              PERFORM 2800-LINEA-OFICINA
                 THRU 2800-LINEA-OFICINA-EXIT
           END-IF
      *
           MOVE 'TOTAL'                  TO BANCO-DIS
           MOVE SPACES                   TO OFICINA-DIS
           MOVE CN-PAPEL-TOT             TO PAPEL-DIS
           MOVE CN-EMAIL-TOT             TO EMAIL-DIS
           COMPUTE TOTAL-DIS = CN-PAPEL-TOT + CN-EMAIL-TOT
      *
           WRITE REG-FDISTRIB FROM LINEA-DISTRIB
      *
           IF FS-FDISTRIB NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FDISTRIB'
              DISPLAY 'PARRAFO: 2850-TOTAL-DISTRIBUCION'
              DISPLAY 'FILE STATUS: ' FS-FDISTRIB
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2850-TOTAL-DISTRIBUCION-EXIT.
           EXIT.
      ******************************************************************
      *     2900-EMITIR-LINEA                                          *
      *     UNA LINEA DEL EXTRACTO VA AL FICHERO DE IMPRESION SI ALGUN *
      *     INTERVINIENTE ESTA EN PAPEL, Y AL DE CORREO UNA VEZ POR    *
      *     CADA INTERVINIENTE CON 'EML' UTIL.                         *
      ******************************************************************
       2900-EMITIR-LINEA.
      *
           IF CN-TIT-PAPEL > 0
              WRITE REG-FEXTRACT FROM WK-LINEA-EXTRACTO
      *
              IF FS-FEXTRACT NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FEXTRACT'
                 DISPLAY 'PARRAFO: 2900-EMITIR-LINEA'
                 DISPLAY 'FILE STATUS: ' FS-FEXTRACT
      *
                 MOVE 8                  TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
           END-IF
      *
           PERFORM 2910-LINEA-CORREO
              THRU 2910-LINEA-CORREO-EXIT
           VARYING IND-EML FROM 1 BY 1
             UNTIL IND-EML > CN-TITULARES
      *
           .
       2900-EMITIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *     2910-LINEA-CORREO                                          *
      ******************************************************************
       2910-LINEA-CORREO.
      *
           IF EMAIL-TIT-TB (IND-EML) = SPACES
              GO TO 2910-LINEA-CORREO-EXIT
           END-IF
      *
           MOVE DNI-TIT-TB (IND-EML)     TO DNI-EML
           MOVE EMAIL-TIT-TB (IND-EML)   TO DIRECCION-EML
           MOVE WK-LINEA-EXTRACTO        TO TEXTO-EML
      *
           WRITE REG-FEMAIL FROM LINEA-EMAIL
      *
           IF FS-FEMAIL NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FEMAIL'
              DISPLAY 'PARRAFO: 2910-LINEA-CORREO'
              DISPLAY 'FILE STATUS: ' FS-FEMAIL
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2910-LINEA-CORREO-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CUENTA                                           *
