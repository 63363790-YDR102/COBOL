      ******************************************************************
      ** D E V T R A N S.-DEVOLUCIONES DE TRANSFERENCIAS EMITIDAS A   **
      **                  OTRAS ENTIDADES. LEE EL FICHERO DE          **
      **                  DEVOLUCIONES DE LA CAMARA (REFERENCIA DE LA **
      **                  TRANSFERENCIA, CODIGO DE MOTIVO E IMPORTE), **
      **                  SACA EL IMPORTE DE LA CUENTA PUENTE DE      **
      **                  COMPENSACION Y LO ABONA EN LA CUENTA DE     **
      **                  ORIGEN DEL CLIENTE EN UNA UNICA UNIDAD DE   **
      **                  TRABAJO, MARCANDO LA TRANSFERENCIA COMO     **
      **                  DEVUELTA CON SU MOTIVO. EMITE EL LISTADO DE **
      **                  DEVOLUCIONES ABONADAS CON EL TEXTO DEL      **
      **                  MOTIVO Y UN FICHERO DE RECHAZOS CON LAS QUE **
      **                  NO SE PUEDEN APLICAR (REFERENCIA            **
      **                  DESCONOCIDA, YA DEVUELTA, IMPORTE DISTINTO, **
      **                  CUENTA DE ORIGEN DADA DE BAJA O CERRADA, O  **
      **                  SIN CAMBIO PARA SU DIVISA), PARA QUE NADA   **
      **                  QUEDE SIN EXPLICAR EN LA CUENTA PUENTE.     **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   DEVTRANS.
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
           SELECT FRETORNO ASSIGN TO FRETORNO
           FILE STATUS FS-FRETORNO.
      *
           SELECT FINFORME ASSIGN TO FINFORME
           FILE STATUS FS-FINFORME.
      *
           SELECT FRECHAZO ASSIGN TO FRECHAZO
           FILE STATUS FS-FRECHAZO.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRETORNO
           RECORDING MODE IS F.
       01  REG-FRETORNO               PIC X(0026).
      *    DEVOLUCIONES DE LA CAMARA: REFERENCIA + MOTIVO + IMPORTE
      *
       FD FINFORME
           RECORDING MODE IS F.
       01  REG-FINFORME               PIC X(0080).
      *    DEVOLUCIONES ABONADAS AL CLIENTE CON SU MOTIVO
      *
       FD FRECHAZO
           RECORDING MODE IS F.
       01  REG-FRECHAZO               PIC X(0060).
      *    DEVOLUCIONES QUE NO SE PUEDEN APLICAR
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-FILE-STATUS.
           05  FS-FRETORNO            PIC X(02).
           05  FS-FINFORME            PIC X(02).
           05  FS-FRECHAZO            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-PGM                 PIC X(08) VALUE 'DEVTRANS'.
           05  CT-TIPO-DEVUELTA       PIC X(01) VALUE 'V'.
           05  CT-MOTIVO-SIN-TRANSF   PIC X(20) VALUE
               'TRANSF. DESCONOCIDA'.
           05  CT-MOTIVO-YA-DEVUELTA  PIC X(20) VALUE
               'TRANSF. YA DEVUELTA'.
           05  CT-MOTIVO-IMPORTE      PIC X(20) VALUE
               'IMPORTE DISTINTO'.
           05  CT-MOTIVO-SIN-CUENTA   PIC X(20) VALUE
               'CUENTA ORIGEN BAJA'.
           05  CT-MOTIVO-CERRADA      PIC X(20) VALUE
               'CUENTA ORIGEN CERRAD'.
           05  CT-MOTIVO-SIN-CAMBIO   PIC X(20) VALUE
               'SIN CAMBIO DIVISA'.
      *
      * TEXTOS DE LOS CODIGOS DE DEVOLUCION DE LA CAMARA
       01  CT-TABLA-RETORNOS.
           05  FILLER              PIC X(27) VALUE
               '01CUENTA INEXISTENTE       '.
           05  FILLER              PIC X(27) VALUE
               '02CUENTA CANCELADA         '.
           05  FILLER              PIC X(27) VALUE
               '03IBAN INCORRECTO          '.
           05  FILLER              PIC X(27) VALUE
               '04TITULAR FALLECIDO        '.
           05  FILLER              PIC X(27) VALUE
               '05RECHAZADA POR EL BENEFIC.'.
           05  FILLER              PIC X(27) VALUE
               '06MOTIVO REGULATORIO       '.
           05  FILLER              PIC X(27) VALUE
               '07DUPLICADA                '.
       01  CT-TABLA-RETORNOS-R REDEFINES CT-TABLA-RETORNOS.
           05  RETORNOS-TB OCCURS 7.
               10  COD-RETORNO-TB     PIC X(02).
               10  TEXTO-RETORNO-TB   PIC X(25).
      *
       01  CN-CONTADORES.
           05  CN-REG-LEIDOS          PIC 9(05).
           05  CN-DEVUELTAS           PIC 9(05).
           05  CN-RECHAZADOS          PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-MOTIVO              PIC X(20).
           05  WK-TEXTO-RETORNO       PIC X(25).
           05  WK-IMPORTE-RET         PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-CLIENTE     PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-APUNTE      PIC S9(15)V9(02) COMP-3.
           05  WK-IMPORTE-TOTAL       PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-ORIGEN        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-PUENTE        PIC S9(15)V9(02) COMP-3.
           05  WK-SALDO-NUEVO         PIC S9(15)V9(02) COMP-3.
           05  WK-DIVISA-ORIGEN       PIC X(03).
           05  WK-DIVISA-APUNTE       PIC X(03).
           05  WK-ESTADO-ORIGEN       PIC X(01).
           05  WK-CAMBIO              PIC S9(03)V9(05) COMP-3.
           05  WK-CAMBIO-APUNTE       PIC S9(03)V9(05) COMP-3.
      *
       01  WK-CUENTA-ORIGEN.
           05  WK-ORI-BANCO           PIC X(04).
           05  WK-ORI-OFICINA         PIC X(04).
           05  WK-ORI-DC              PIC X(02).
           05  WK-ORI-NUMERO          PIC X(10).
      *
       01  WK-INDICES.
           05  IND                    PIC 9(02).
      *
       COPY CPYPUENT.
      *
      * REGISTRO DEL FICHERO DE DEVOLUCIONES DE LA CAMARA
       01  DATOS-RETORNO.
           05  REFERENCIA-RET         PIC 9(09).
           05  COD-RETORNO-RET        PIC X(02).
           05  IMPORTE-RET            PIC 9(13)V9(2).
      *
       01  LINEA-INFORME.
           05  REFERENCIA-INF         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CUENTA-INF             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  IMPORTE-INF            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DIVISA-INF             PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  COD-INF                PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MOTIVO-INF             PIC X(25).
      *
       01  LINEA-RECHAZO.
           05  REFERENCIA-RECH        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  COD-RECH               PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MOTIVO-RECH            PIC X(20).
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  SW-SWITCHES.
           05  SW-FIN-FRETORNO        PIC X(01).
               88  SI-FIN-FRETORNO              VALUE 'S'.
               88  NO-FIN-FRETORNO              VALUE 'N'.
           05  SW-RETORNO-VALIDO      PIC X(01).
               88  SI-RETORNO-VALIDO            VALUE 'S'.
               88  NO-RETORNO-VALIDO            VALUE 'N'.
      *
      *---------------SQLCA---------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *--------DCLGEN CUENTAS-------------*
      *
           EXEC SQL
               INCLUDE TBCUENTA
           END-EXEC.
      *
      *--------DCLGEN CUENTAS_MOVTO-------*
      *
           EXEC SQL
               INCLUDE TBCTAMOV
           END-EXEC.
      *
      *--------DCLGEN DIVISAS-------------*
      *
           EXEC SQL
               INCLUDE TBDIVISA
           END-EXEC.
      *
      *--------DCLGEN TRANSFERENCIAS_EMITIDAS*
      *
           EXEC SQL
               INCLUDE TBTRFEMI
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
             UNTIL SI-FIN-FRETORNO
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
                      DATOS-RETORNO
                      DCLCUENTAS
                      DCLCTAMOVTO
                      DCLDIVISAS
                      DCLTRANSFERENCIAS-EMITIDAS
      *
           SET NO-FIN-FRETORNO           TO TRUE
      *
           OPEN INPUT  FRETORNO
           OPEN OUTPUT FINFORME
                       FRECHAZO
      *
           IF FS-FRETORNO NOT = CT-00
              OR FS-FINFORME NOT = CT-00
              OR FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FICHEROS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FRETORNO ' ' FS-FINFORME
                      ' ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FRETORNO
              THRU 9000-LEER-FRETORNO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *     2000-PROCESO                                               *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VALIDAR-DEVOLUCION
              THRU 2100-VALIDAR-DEVOLUCION-EXIT
      *
           IF SI-RETORNO-VALIDO
              PERFORM 2200-VALIDAR-ORIGEN
                 THRU 2200-VALIDAR-ORIGEN-EXIT
           END-IF
      *
           IF SI-RETORNO-VALIDO
              PERFORM 2300-ABONAR-DEVOLUCION
                 THRU 2300-ABONAR-DEVOLUCION-EXIT
           ELSE
              PERFORM 2600-ESCRIBIR-RECHAZO
                 THRU 2600-ESCRIBIR-RECHAZO-EXIT
           END-IF
      *
           PERFORM 9000-LEER-FRETORNO
              THRU 9000-LEER-FRETORNO-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *     2100-VALIDAR-DEVOLUCION                                    *
      *     LA REFERENCIA DEBE SER UNA TRANSFERENCIA EMITIDA, AUN NO   *
      *     DEVUELTA, Y POR EL MISMO IMPORTE QUE SE ENVIO.             *
      ******************************************************************
       2100-VALIDAR-DEVOLUCION.
      *
           SET SI-RETORNO-VALIDO         TO TRUE
           MOVE REFERENCIA-RET           TO TE-ID-TRANSFERENCIA
           MOVE IMPORTE-RET              TO WK-IMPORTE-RET
      *
           EXEC SQL
               SELECT CUENTA_ORIGEN
                     ,IMPORTE
                     ,ESTADO
                 INTO :TE-CUENTA-ORIGEN
                     ,:TE-IMPORTE
                     ,:TE-ESTADO
                 FROM TRANSFERENCIAS_EMITIDAS
                WHERE ID_TRANSFERENCIA = :TE-ID-TRANSFERENCIA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF TE-ESTADO NOT = 'E'
                       SET NO-RETORNO-VALIDO      TO TRUE
                       MOVE CT-MOTIVO-YA-DEVUELTA TO WK-MOTIVO
                    END-IF
                    IF SI-RETORNO-VALIDO
                       AND TE-IMPORTE NOT = WK-IMPORTE-RET
                       SET NO-RETORNO-VALIDO      TO TRUE
                       MOVE CT-MOTIVO-IMPORTE     TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-RETORNO-VALIDO         TO TRUE
                    MOVE CT-MOTIVO-SIN-TRANSF     TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2100-VALIDAR-DEVOLUCION'
                    DISPLAY 'TABLA: TRANSFERENCIAS_EMITIDAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2100-VALIDAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      *     2200-VALIDAR-ORIGEN                                        *
      *     LA CUENTA DE ORIGEN DEBE SEGUIR EXISTIENDO Y NO ESTAR      *
      *     CERRADA. EL IMPORTE DEVUELTO ESTA EN EUR: SI LA CUENTA ES  *
      *     DE OTRA DIVISA SE CONVIERTE CON EL CAMBIO VIGENTE. LO QUE  *
      *     NO SE PUEDE ABONAR QUEDA EN LA PUENTE Y SALE EN RECHAZOS.  *
      ******************************************************************
       2200-VALIDAR-ORIGEN.
      *
           MOVE TE-CUENTA-ORIGEN         TO WK-CUENTA-ORIGEN
           MOVE WK-ORI-BANCO             TO TB-BANCO
           MOVE WK-ORI-OFICINA           TO TB-OFICINA
           MOVE WK-ORI-NUMERO            TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                     ,COALESCE(DIVISA, 'EUR')
                     ,COALESCE(ESTADO_CUENTA, 'A')
                 INTO :WK-SALDO-ORIGEN
                     ,:WK-DIVISA-ORIGEN
                     ,:WK-ESTADO-ORIGEN
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    IF WK-ESTADO-ORIGEN = 'C'
                       SET NO-RETORNO-VALIDO    TO TRUE
                       MOVE CT-MOTIVO-CERRADA   TO WK-MOTIVO
                    END-IF
               WHEN 100
                    SET NO-RETORNO-VALIDO       TO TRUE
                    MOVE CT-MOTIVO-SIN-CUENTA   TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-VALIDAR-ORIGEN'
                    DISPLAY 'TABLA: CUENTAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           IF NO-RETORNO-VALIDO
              GO TO 2200-VALIDAR-ORIGEN-EXIT
           END-IF
      *
           MOVE 1                        TO WK-CAMBIO
           MOVE WK-IMPORTE-RET           TO WK-IMPORTE-CLIENTE
      *
           IF WK-DIVISA-ORIGEN = 'EUR'
              GO TO 2200-VALIDAR-ORIGEN-EXIT
           END-IF
      *
           MOVE WK-DIVISA-ORIGEN         TO DV-DIVISA
      *
           EXEC SQL
               SELECT CAMBIO
                 INTO :DV-CAMBIO
                 FROM DIVISAS
                WHERE DIVISA = :DV-DIVISA
                  AND FECHAVIG <= CURRENT DATE
                ORDER BY FECHAVIG DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DV-CAMBIO             TO WK-CAMBIO
                    COMPUTE WK-IMPORTE-CLIENTE ROUNDED =
                            WK-IMPORTE-RET * WK-CAMBIO
               WHEN 100
                    SET NO-RETORNO-VALIDO      TO TRUE
                    MOVE CT-MOTIVO-SIN-CAMBIO  TO WK-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
                    DISPLAY 'PARRAFO: 2200-VALIDAR-ORIGEN'
                    DISPLAY 'TABLA: DIVISAS'
                    DISPLAY 'SQLCODE: ' SQLCODE
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       2200-VALIDAR-ORIGEN-EXIT.
           EXIT.
      ******************************************************************
      *     2300-ABONAR-DEVOLUCION                                     *
      *     CARGO EN LA CUENTA PUENTE, ABONO AL CLIENTE Y MARCA DE LA  *
      *     TRANSFERENCIA COMO DEVUELTA CON SU MOTIVO, CON UN UNICO    *
      *     COMMIT: O SE APLICA TODO O NADA.                           *
      ******************************************************************
       2300-ABONAR-DEVOLUCION.
      *
           MOVE CT-BANCO-PUENTE          TO TB-BANCO
           MOVE CT-OFICINA-PUENTE        TO TB-OFICINA
           MOVE CT-NUMERO-PUENTE         TO TB-NUM-CUENTA
      *
           EXEC SQL
               SELECT SALDO
                 INTO :WK-SALDO-PUENTE
                 FROM CUENTAS
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ABONAR-DEVOLUCION'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-PUENTE - WK-IMPORTE-RET
           MOVE CT-DC-PUENTE             TO TB-DC
           COMPUTE WK-IMPORTE-APUNTE = WK-IMPORTE-RET * -1
           MOVE 'EUR'                    TO WK-DIVISA-APUNTE
           MOVE 1                        TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           COMPUTE WK-SALDO-NUEVO =
                   WK-SALDO-ORIGEN + WK-IMPORTE-CLIENTE
           MOVE WK-ORI-BANCO             TO TB-BANCO
           MOVE WK-ORI-OFICINA           TO TB-OFICINA
           MOVE WK-ORI-DC                TO TB-DC
           MOVE WK-ORI-NUMERO            TO TB-NUM-CUENTA
           MOVE WK-IMPORTE-CLIENTE       TO WK-IMPORTE-APUNTE
           MOVE WK-DIVISA-ORIGEN         TO WK-DIVISA-APUNTE
           MOVE WK-CAMBIO                TO WK-CAMBIO-APUNTE
           PERFORM 2400-CONTABILIZAR-APUNTE
              THRU 2400-CONTABILIZAR-APUNTE-EXIT
      *
           MOVE COD-RETORNO-RET          TO TE-COD-DEVOLUCION
      *
           EXEC SQL
               UPDATE TRANSFERENCIAS_EMITIDAS
                  SET ESTADO = 'D'
                     ,COD_DEVOLUCION = :TE-COD-DEVOLUCION
                     ,FECHA_DEVOLUCION = CURRENT DATE
                WHERE ID_TRANSFERENCIA = :TE-ID-TRANSFERENCIA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2300-ABONAR-DEVOLUCION'
              DISPLAY 'TABLA: TRANSFERENCIAS_EMITIDAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD CT-1                      TO CN-DEVUELTAS
           ADD WK-IMPORTE-RET            TO WK-IMPORTE-TOTAL
      *
           PERFORM 2500-LINEA-INFORME
              THRU 2500-LINEA-INFORME-EXIT
      *
           .
       2300-ABONAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      *     2400-CONTABILIZAR-APUNTE                                   *
      *     UPDATE DEL SALDO + INSERT EN EL LIBRO MAYOR. UN ERROR      *
      *     DESHACE LA DEVOLUCION ENTERA Y ABORTA.                     *
      ******************************************************************
       2400-CONTABILIZAR-APUNTE.
      *
           EXEC SQL
               UPDATE CUENTAS
                  SET SALDO = :WK-SALDO-NUEVO
                WHERE BANCO = :TB-BANCO
                  AND OFICINA = :TB-OFICINA
                  AND NUM_CUENTA = :TB-NUM-CUENTA
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
              DISPLAY 'TABLA: CUENTAS'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           MOVE CT-TIPO-DEVUELTA         TO MV-TIPO-MOVIMIENTO
           MOVE TB-BANCO                 TO MV-BANCO
           MOVE TB-OFICINA               TO MV-OFICINA
           MOVE TB-DC                    TO MV-DC
           MOVE TB-NUM-CUENTA            TO MV-NUM-CUENTA
           MOVE WK-IMPORTE-APUNTE        TO MV-IMPORTE-MOVTO
           MOVE WK-SALDO-NUEVO           TO MV-SALDO-RESULTANTE
           MOVE CT-PGM                   TO MV-NOMBRE-PGM
           MOVE WK-DIVISA-APUNTE         TO MV-DIVISA
           MOVE WK-CAMBIO-APUNTE         TO MV-CAMBIO-APLICADO
      *
           EXEC SQL
               INSERT INTO CUENTAS_MOVTO
                      (BANCO
                      ,OFICINA
                      ,DC
                      ,NUM_CUENTA
                      ,FECHA_MOVIMIENTO
                      ,TIPO_MOVIMIENTO
                      ,IMPORTE_MOVIMIENTO
                      ,SALDO_RESULTANTE
                      ,NOMBRE_PGM
                      ,DIVISA
                      ,CAMBIO_APLICADO)
                      VALUES(
                       :MV-BANCO
                      ,:MV-OFICINA
                      ,:MV-DC
                      ,:MV-NUM-CUENTA
                      ,CURRENT TIMESTAMP
                      ,:MV-TIPO-MOVIMIENTO
                      ,:MV-IMPORTE-MOVTO
                      ,:MV-SALDO-RESULTANTE
                      ,:MV-NOMBRE-PGM
                      ,:MV-DIVISA
                      ,:MV-CAMBIO-APLICADO)
           END-EXEC
      *
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ERROR TECNICO EN BBDD'
              DISPLAY 'PARRAFO: 2400-CONTABILIZAR-APUNTE'
              DISPLAY 'TABLA: CUENTAS_MOVTO'
              DISPLAY 'SQLCODE: ' SQLCODE
      *
              EXEC SQL
                  ROLLBACK
              END-EXEC
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2400-CONTABILIZAR-APUNTE-EXIT.
           EXIT.
      ******************************************************************
      *     2500-LINEA-INFORME                                         *
      *     UNA LINEA POR DEVOLUCION ABONADA, CON EL TEXTO DEL MOTIVO  *
      *     DE LA CAMARA (O EL CODIGO SOLO SI NO ESTA EN LA TABLA).    *
      ******************************************************************
       2500-LINEA-INFORME.
      *
           MOVE 'MOTIVO NO CATALOGADO'   TO WK-TEXTO-RETORNO
      *
           PERFORM 2510-BUSCAR-MOTIVO
              THRU 2510-BUSCAR-MOTIVO-EXIT
           VARYING IND FROM 1 BY 1
             UNTIL IND > 7
      *
           MOVE REFERENCIA-RET           TO REFERENCIA-INF
           MOVE TE-CUENTA-ORIGEN         TO CUENTA-INF
           MOVE WK-IMPORTE-CLIENTE       TO IMPORTE-INF
           MOVE WK-DIVISA-ORIGEN         TO DIVISA-INF
           MOVE COD-RETORNO-RET          TO COD-INF
           MOVE WK-TEXTO-RETORNO         TO MOTIVO-INF
      *
           WRITE REG-FINFORME FROM LINEA-INFORME
      *
           IF FS-FINFORME NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FINFORME'
              DISPLAY 'PARRAFO: 2500-LINEA-INFORME'
              DISPLAY 'FILE STATUS: ' FS-FINFORME
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           .
       2500-LINEA-INFORME-EXIT.
           EXIT.
      ******************************************************************
      *     2510-BUSCAR-MOTIVO                                         *
      ******************************************************************
       2510-BUSCAR-MOTIVO.
      *
           IF COD-RETORNO-RET = COD-RETORNO-TB (IND)
              MOVE TEXTO-RETORNO-TB (IND) TO WK-TEXTO-RETORNO
           END-IF
      *
           .
       2510-BUSCAR-MOTIVO-EXIT.
           EXIT.
      ******************************************************************
      *     2600-ESCRIBIR-RECHAZO                                      *
      ******************************************************************
       2600-ESCRIBIR-RECHAZO.
      *
           MOVE REFERENCIA-RET           TO REFERENCIA-RECH
           MOVE COD-RETORNO-RET          TO COD-RECH
           MOVE WK-MOTIVO                TO MOTIVO-RECH
      *
           WRITE REG-FRECHAZO FROM LINEA-RECHAZO
      *
           IF FS-FRECHAZO NOT = CT-00
              DISPLAY 'ERROR AL ESCRIBIR FRECHAZO'
              DISPLAY 'PARRAFO: 2600-ESCRIBIR-RECHAZO'
              DISPLAY 'FILE STATUS: ' FS-FRECHAZO
      *
              MOVE 8                     TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           ADD CT-1                      TO CN-RECHAZADOS
      *
           .
       2600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
      *
           CLOSE FRETORNO
                 FINFORME
                 FRECHAZO
      *
           DISPLAY '***********************************'
           DISPLAY '**D A T O S   D E V T R A N S    **'
           DISPLAY '***********************************'
           DISPLAY '*DEVOLUCIONES LEIDAS: ' CN-REG-LEIDOS '      *'
           DISPLAY '*ABONADAS AL CLIENTE: ' CN-DEVUELTAS '      *'
           DISPLAY '*RECHAZADAS         : ' CN-RECHAZADOS '      *'
           DISPLAY '***********************************'
      *
           STOP RUN
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *     9000-LEER-FRETORNO                                         *
      ******************************************************************
       9000-LEER-FRETORNO.
      *
           READ FRETORNO INTO DATOS-RETORNO
      *
           EVALUATE FS-FRETORNO
               WHEN CT-00
                    ADD CT-1             TO CN-REG-LEIDOS
               WHEN CT-10
                    SET SI-FIN-FRETORNO  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FRETORNO'
                    DISPLAY 'PARRAFO: 9000-LEER-FRETORNO'
                    DISPLAY 'FILE STATUS: ' FS-FRETORNO
      *
                    MOVE 8               TO RETURN-CODE
                    PERFORM 3000-FIN
                       THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9000-LEER-FRETORNO-EXIT.
           EXIT.
      *
