      ******************************************************************
      ** D U P L I P O L.-INFORME NOCTURNO DE POLIZAS SOLAPADAS O     **
      **                  DUPLICADAS. BUSCA EN SEGUROS_PEPITO_SEG     **
      **                  PAREJAS DE POLIZAS DEL MISMO RAMO CON       **
      **                  PERIODOS DE VIGENCIA SOLAPADOS (ALGUNA DE   **
      **                  LAS DOS AUN VIGENTE) QUE SEAN:              **
      **                  - DEL MISMO TOMADOR (DNI_CL).               **
      **                  - DE HOGAR SOBRE LA MISMA DIRECCION DE      **
      **                    CLIENTES_PEPITO_SEG, AUNQUE EL TOMADOR    **
      **                    SEA OTRO.                                 **
      **                  - DE AUTOS SOBRE EL MISMO VEHICULO          **
      **                    (MATRICULA O BASTIDOR), AUNQUE EL TOMADOR **
      **                    SEA OTRO.                                 **
      **                  CADA PAREJA SE CLASIFICA COMO DUPLICADO     **
      **                  PROBABLE (MISMO RIESGO, O RIESGO SIN        **
      **                  IDENTIFICAR) O COMO SEGUNDO RIESGO LEGITIMO **
      **                  (OTRA DIRECCION, OTRO VEHICULO, O VIDA, QUE **
      **                  ES ACUMULABLE), CON LAS PRIMAS DE LAS DOS   **
      **                  POLIZAS Y EL PERIODO SOLAPADO, PARA QUE     **
      **                  ATENCION AL CLIENTE CONTACTE CON EL CLIENTE **
      **                  Y EXTORNE O ANULE. NO MODIFICA NADA.        **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   DUPLIPOL.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0132).
      *    PAREJAS DE POLIZAS SOLAPADAS CON SU CLASIFICACION
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FINFORME            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-DUPLICADO           PIC X(10) VALUE 'DUPLICADO'.
           05  CT-LEGITIMO            PIC X(10) VALUE 'LEGITIMO'.
           05  CT-MOTIVO-MISMA-DIR    PIC X(20) VALUE
               'MISMA DIRECCION'.
           05  CT-MOTIVO-OTRA-DIR     PIC X(20) VALUE
               'OTRA DIRECCION'.
           05  CT-MOTIVO-DIR-DESCON   PIC X(20) VALUE
               'DIRECCION DESCONOC.'.
           05  CT-MOTIVO-MISMO-VEHIC  PIC X(20) VALUE
               'MISMO VEHICULO'.
           05  CT-MOTIVO-OTRO-VEHIC   PIC X(20) VALUE
               'OTRO VEHICULO'.
           05  CT-MOTIVO-VEHIC-DESCON PIC X(20) VALUE
               'VEHICULO SIN IDENTIF'.
           05  CT-MOTIVO-ACUMULABLE   PIC X(20) VALUE
               'RAMO ACUMULABLE'.
      *
       01  CN-CONTADORES.
           05  CN-PAREJAS             PIC 9(05).
           05  CN-DUPLICADOS          PIC 9(05).
           05  CN-LEGITIMOS           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-FECHA-HOY-AAAAMMDD  PIC 9(08).
           05  WK-POLIZA-1            PIC X(09).
           05  WK-POLIZA-2            PIC X(09).
           05  WK-TIPO-POLIZA         PIC X(02).
           05  WK-DNI-1               PIC X(09).
           05  WK-DNI-2               PIC X(09).
           05  WK-INICIO-1            PIC X(10).
           05  WK-VENCIMIENTO-1       PIC X(10).
           05  WK-INICIO-2            PIC X(10).
           05  WK-VENCIMIENTO-2       PIC X(10).
           05  WK-MISMA-DIRECCION     PIC X(01).
           05  WK-MISMO-VEHICULO      PIC X(01).
           05  WK-PRIMA-1             PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-2             PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-DUPLICADA     PIC S9(13)V9(2) COMP-3.
           05  WK-PRIMA-LEGITIMA      PIC S9(13)V9(2) COMP-3.
      *
       01  LINEA-TITULO.
           05  FILLER                 PIC X(60) VALUE
               'POLIZAS SOLAPADAS: DUPLICADOS Y SEGUNDOS RIESGOS'.
           05  FILLER                 PIC X(10) VALUE 'FECHA:'.
           05  FECHA-TIT              PIC 9999/99/99.
           05  FILLER                 PIC X(52) VALUE SPACES.
      *
       01  LINEA-CABECERA.
           05  FILLER                 PIC X(11) VALUE 'POLIZA'.
           05  FILLER                 PIC X(11) VALUE 'POLIZA'.
           05  FILLER                 PIC X(04) VALUE 'RAM'.
           05  FILLER                 PIC X(11) VALUE 'DNI'.
           05  FILLER                 PIC X(11) VALUE 'DNI'.
           05  FILLER                 PIC X(12) VALUE 'SOLAPE DESDE'.
           05  FILLER                 PIC X(12) VALUE 'HASTA'.
           05  FILLER                 PIC X(12) VALUE '     PRIMA 1'.
           05  FILLER                 PIC X(12) VALUE '     PRIMA 2'.
           05  FILLER                 PIC X(12) VALUE 'CLASE'.
           05  FILLER                 PIC X(24) VALUE 'MOTIVO'.
      *
       01  LINEA-DETALLE.
           05  POLIZA-1-DET           PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  POLIZA-2-DET           PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAMO-DET               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-1-DET              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DNI-2-DET              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DESDE-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HASTA-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-1-DET            PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PRIMA-2-DET            PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLASE-DET              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-DET             PIC X(20).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
       01  LINEA-TOTAL.
           05  TEXTO-TOT              PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CUENTA-TOT             PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  IMPORTE-TOT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(65) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN SEGUROS_PEPITO_SEG--*
      *
           EXEC SQL
               INCLUDE TBSEGFIN
           END-EXEC.
      *
      *--------CURSOR DE PAREJAS DE POLIZAS SOLAPADAS------------------*
      *    CADA PAREJA SALE UNA VEZ (POLIZA 1 < POLIZA 2). LA PRIMA ES
      *    LA DE LA TABLA DEL RAMO (HOGAR, AUTOS O VIDA). MISMA
      *    DIRECCION / MISMO VEHICULO: 'S', 'N' O '?' SI FALTA EL DATO.
      *
           EXEC SQL
               DECLARE CUR-SOLAPES CURSOR FOR
                SELECT S1.NUMERO_POLIZA
                      ,S2.NUMERO_POLIZA
                      ,S1.TIPO
                      ,S1.DNI_CL
                      ,S2.DNI_CL
                      ,CHAR(S1.FECHA_INICIO)
                      ,CHAR(S1.FECHA_VENCIMIENTO)
                      ,CHAR(S2.FECHA_INICIO)
                      ,CHAR(S2.FECHA_VENCIMIENTO)
                      ,CASE WHEN C1.DNI_CL IS NULL
                              OR C2.DNI_CL IS NULL THEN '?'
                            WHEN C1.CLASE_VIA  = C2.CLASE_VIA
                             AND C1.NOMBRE_VIA = C2.NOMBRE_VIA
                             AND C1.NUMERO_VIA = C2.NUMERO_VIA
                             AND C1.COD_POSTAL = C2.COD_POSTAL
                            THEN 'S'
                            ELSE 'N'
                       END
                      ,CASE WHEN A1.BASTIDOR  = A2.BASTIDOR
                              OR A1.MATRICULA = A2.MATRICULA THEN 'S'
                            WHEN A1.MATRICULA IS NULL
                              OR A2.MATRICULA IS NULL THEN '?'
                            ELSE 'N'
                       END
                      ,COALESCE(H1.PRIMA, A1.PRIMA, V1.PRIMA, 0)
                      ,COALESCE(H2.PRIMA, A2.PRIMA, V2.PRIMA, 0)
                  FROM SEGUROS_PEPITO_SEG S1
                  JOIN SEGUROS_PEPITO_SEG S2
                    ON S2.TIPO           = S1.TIPO
                   AND S2.NUMERO_POLIZA  > S1.NUMERO_POLIZA
                   AND S2.FECHA_INICIO   < S1.FECHA_VENCIMIENTO
                   AND S1.FECHA_INICIO   < S2.FECHA_VENCIMIENTO
                  LEFT JOIN CLIENTES_PEPITO_SEG C1
                    ON C1.DNI_CL = S1.DNI_CL
                  LEFT JOIN CLIENTES_PEPITO_SEG C2
                    ON C2.DNI_CL = S2.DNI_CL
                  LEFT JOIN HOGAR_MAPFRE H1
                    ON H1.POLIZA = S1.NUMERO_POLIZA
                  LEFT JOIN HOGAR_MAPFRE H2
                    ON H2.POLIZA = S2.NUMERO_POLIZA
                  LEFT JOIN AUTOS_MAPFRE A1
                    ON A1.POLIZA = S1.NUMERO_POLIZA
                  LEFT JOIN AUTOS_MAPFRE A2
                    ON A2.POLIZA = S2.NUMERO_POLIZA
                  LEFT JOIN VIDA_MAPFRE V1
                    ON V1.POLIZA = S1.NUMERO_POLIZA
                  LEFT JOIN VIDA_MAPFRE V2
                    ON V2.POLIZA = S2.NUMERO_POLIZA
                 WHERE (S1.FECHA_VENCIMIENTO >= CURRENT DATE
                     OR S2.FECHA_VENCIMIENTO >= CURRENT DATE)
                   AND (S1.DNI_CL = S2.DNI_CL
                     OR (S1.TIPO = 'HO'
                         AND C1.CLASE_VIA  = C2.CLASE_VIA
                         AND C1.NOMBRE_VIA = C2.NOMBRE_VIA
                         AND C1.NUMERO_VIA = C2.NUMERO_VIA
                         AND C1.COD_POSTAL = C2.COD_POSTAL)
                     OR (S1.TIPO = 'AU'
                         AND (A1.BASTIDOR  = A2.BASTIDOR
                           OR A1.MATRICULA = A2.MATRICULA)))
                 ORDER BY S1.DNI_CL, S1.NUMERO_POLIZA, S2.NUMERO_POLIZA
           END-EXEC.
      *
      ******************************************************************
      *     PROCEDURE DIVISION                                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      *     1000-INICIO                                                *
      ******************************************************************
       1000-INICIO.
      *
           INITIALIZE FS-FILE-STATUS
                      CN-CONTADORES
                      WK-VARIABLES
      *
           ACCEPT WK-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
      *
           OPEN OUTPUT FINFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE WK-FECHA-HOY-AAAAMMDD    TO FECHA-TIT
      *
           WRITE REG-FINFORME FROM LINEA-TITULO
           MOVE SPACES                   TO REG-FINFORME
           WRITE REG-FINFORME
           WRITE REG-FINFORME FROM LINEA-CABECERA
      *
           EXEC SQL
               OPEN CUR-SOLAPES
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUR-SOLAPES'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR             TO TRUE
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      *     CLASIFICA LA PAREJA Y ESCRIBE LA LINEA CON EL PERIODO      *
      *     SOLAPADO (EL MAYOR DE LOS INICIOS HASTA EL MENOR DE LOS    *
      *     VENCIMIENTOS).                                             *
      ******************************************************************
       2000-PROCESO.
      *
           ADD CT-1                      TO CN-PAREJAS
      *
           PERFORM 2100-CLASIFICAR-PAREJA
              THRU 2100-CLASIFICAR-PAREJA-EXIT
      *
           MOVE WK-POLIZA-1              TO POLIZA-1-DET
           MOVE WK-POLIZA-2              TO POLIZA-2-DET
           MOVE WK-TIPO-POLIZA           TO RAMO-DET
           MOVE WK-DNI-1                 TO DNI-1-DET
           MOVE WK-DNI-2                 TO DNI-2-DET
           MOVE WK-PRIMA-1               TO PRIMA-1-DET
           MOVE WK-PRIMA-2               TO PRIMA-2-DET
      *
           IF WK-INICIO-1 > WK-INICIO-2
              MOVE WK-INICIO-1           TO DESDE-DET
           ELSE
              MOVE WK-INICIO-2           TO DESDE-DET
           END-IF
      *
           IF WK-VENCIMIENTO-1 < WK-VENCIMIENTO-2
              MOVE WK-VENCIMIENTO-1      TO HASTA-DET
           ELSE
              MOVE WK-VENCIMIENTO-2      TO HASTA-DET
           END-IF
      *
           WRITE REG-FINFORME FROM LINEA-DETALLE
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2000-PROCESO'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-CLASIFICAR-PAREJA                                     *
      *     HOGAR SE DECIDE POR LA DIRECCION Y AUTOS POR EL VEHICULO;  *
      *     SI FALTA EL DATO SE TRATA COMO DUPLICADO PARA QUE SE       *
      *     REVISE. VIDA ES ACUMULABLE. EN LOS DUPLICADOS SE TOTALIZA  *
      *     LA PRIMA DE LA POLIZA MAS RECIENTE, QUE ES LA QUE SE       *
      *     EXTORNARIA O ANULARIA.                                     *
      ******************************************************************
       2100-CLASIFICAR-PAREJA.
      *
           MOVE CT-DUPLICADO             TO CLASE-DET
      *
           EVALUATE WK-TIPO-POLIZA
               WHEN 'HO'
                    EVALUATE WK-MISMA-DIRECCION
                        WHEN 'S'
                             MOVE CT-MOTIVO-MISMA-DIR TO MOTIVO-DET
                        WHEN 'N'
                             MOVE CT-LEGITIMO  TO CLASE-DET
                             MOVE CT-MOTIVO-OTRA-DIR TO MOTIVO-DET
                        WHEN OTHER
                             MOVE CT-MOTIVO-DIR-DESCON TO MOTIVO-DET
                    END-EVALUATE
               WHEN 'AU'
                    EVALUATE WK-MISMO-VEHICULO
                        WHEN 'S'
                             MOVE CT-MOTIVO-MISMO-VEHIC TO MOTIVO-DET
                        WHEN 'N'
                             MOVE CT-LEGITIMO  TO CLASE-DET
                             MOVE CT-MOTIVO-OTRO-VEHIC TO MOTIVO-DET
                        WHEN OTHER
                             MOVE CT-MOTIVO-VEHIC-DESCON
                                               TO MOTIVO-DET
                    END-EVALUATE
               WHEN OTHER
                    MOVE CT-LEGITIMO     TO CLASE-DET
                    MOVE CT-MOTIVO-ACUMULABLE TO MOTIVO-DET
           END-EVALUATE
      *
           IF CLASE-DET = CT-LEGITIMO
              ADD CT-1                   TO CN-LEGITIMOS
              ADD WK-PRIMA-1 WK-PRIMA-2  TO WK-PRIMA-LEGITIMA
              GO TO 2100-CLASIFICAR-PAREJA-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-DUPLICADOS
      *
           IF WK-INICIO-2 < WK-INICIO-1
              ADD WK-PRIMA-1             TO WK-PRIMA-DUPLICADA
           ELSE
              ADD WK-PRIMA-2             TO WK-PRIMA-DUPLICADA
           END-IF
      *
           .
       2100-CLASIFICAR-PAREJA-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           IF RETURN-CODE < 8
              MOVE SPACES                TO REG-FINFORME
              WRITE REG-FINFORME
      *
              MOVE 'PAREJAS DE POLIZAS SOLAPADAS'
                                         TO TEXTO-TOT
              MOVE CN-PAREJAS            TO CUENTA-TOT
              MOVE 0                     TO IMPORTE-TOT
              WRITE REG-FINFORME FROM LINEA-TOTAL
      *
              MOVE 'DUPLICADOS PROBABLES (PRIMA A REVISAR)'
                                         TO TEXTO-TOT
              MOVE CN-DUPLICADOS         TO CUENTA-TOT
              MOVE WK-PRIMA-DUPLICADA    TO IMPORTE-TOT
              WRITE REG-FINFORME FROM LINEA-TOTAL
      *
              MOVE 'SEGUNDOS RIESGOS LEGITIMOS (PRIMAS)'
                                         TO TEXTO-TOT
              MOVE CN-LEGITIMOS          TO CUENTA-TOT
              MOVE WK-PRIMA-LEGITIMA     TO IMPORTE-TOT
              WRITE REG-FINFORME FROM LINEA-TOTAL
           END-IF
      *
           EXEC SQL
               CLOSE CUR-SOLAPES
           END-EXEC
      *
           CLOSE FINFORME
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   D U P L I P O L    **'
           DISPLAY '***********************************'
           DISPLAY '*PAREJAS SOLAPADAS  : ' CN-PAREJAS '      *'
           DISPLAY '*DUPLICADOS PROBABL.: ' CN-DUPLICADOS '      *'
           DISPLAY '*SEGUNDOS RIESGOS   : ' CN-LEGITIMOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-CURSOR                                           *
      ******************************************************************
       9000-LEER-CURSOR.
      *
           EXEC SQL
               FETCH CUR-SOLAPES
                INTO :WK-POLIZA-1
                    ,:WK-POLIZA-2
                    ,:WK-TIPO-POLIZA
                    ,:WK-DNI-1
                    ,:WK-DNI-2
                    ,:WK-INICIO-1
                    ,:WK-VENCIMIENTO-1
                    ,:WK-INICIO-2
                    ,:WK-VENCIMIENTO-2
                    ,:WK-MISMA-DIRECCION
                    ,:WK-MISMO-VEHICULO
                    ,:WK-PRIMA-1
                    ,:WK-PRIMA-2
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN 100
                    SET SI-FIN-CURSOR    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CURSOR CUR-SOLAPES'
                    DISPLAY 'PARRAFO: 9000-LEER-CURSOR'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
