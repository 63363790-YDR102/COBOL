      **                   LISTADO DE SUPRIMIDOS. CADA EVENTO SE     **
      **                   MARCA ENVIADO 'E' O SUPRIMIDO 'X' CON SU  **
      **                   PROPIO COMMIT.                            **
      **                   DESPUES ENVIA POR EL MISMO CANAL EL       **
      **                   EXTRACTO MENSUAL DE PUNTOS DE FEXTPTOS    **
      **                   (EXTPUNTO); LOS DIAS SIN EXTRACTO EL      **
      **                   FICHERO LLEGA VACIO.                      **
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEXTPTOS ASSIGN TO FEXTPTOS
           FILE STATUS FS-FEXTPTOS.
      *
           SELECT FEMAIL  ASSIGN TO FEMAIL
           FILE STATUS FS-FEMAIL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEXTPTOS
           RECORDING MODE IS F.
       01  REG-FEXTPTOS               PIC X(0080).
      *    EXTRACTO MENSUAL DE PUNTOS POR CLIENTE
      *
       FD FEMAIL
           RECORDING MODE IS F.
           05  FS-FEMAIL              PIC X(02).
           05  FS-FSMS                PIC X(02).
           05  FS-FSUPRIM             PIC X(02).
           05  FS-FEXTPTOS            PIC X(02).
      *
       01  CT-CONTANTES.
           05  CT-00                  PIC X(02) VALUE '00'.
           05  CT-10                  PIC X(02) VALUE '10'.
           05  CT-1                   PIC 9(02) VALUE 1.
           05  CT-EML                 PIC X(03) VALUE 'EML'.
           05  CT-TLF                 PIC X(03) VALUE 'TLF'.
           05  CN-EMAILS              PIC 9(05).
           05  CN-SMS                 PIC 9(05).
           05  CN-SUPRIMIDOS          PIC 9(05).
           05  CN-EXTRACTOS           PIC 9(05).
      *
       01  WK-VARIABLES.
           05  WK-COD-CLIENTE         PIC 9(09).
           05  WK-MENSAJE             PIC X(80).
           05  WK-SALDO-ED            PIC -(06)9.
           05  WK-GANADOS-ED          PIC Z(06)9.
           05  WK-CANJEADOS-ED        PIC Z(06)9.
           05  WK-CADUCADOS-ED        PIC Z(06)9.
      *
       01  REG-EXTRACTO.
           05  ID-CLIENTE-EXT         PIC 9(09).
           05  PERIODO-EXT            PIC X(07).
           05  SALDO-INICIAL-EXT      PIC S9(09).
           05  GANADOS-EXT            PIC 9(09).
           05  CANJEADOS-EXT          PIC 9(09).
           05  REVERTIDOS-EXT         PIC 9(09).
           05  CADUCADOS-EXT          PIC 9(09).
           05  SALDO-FINAL-EXT        PIC S9(09).
           05  FILLER                 PIC X(10).
      *
       01  LINEA-NOTIFICACION.
           05  DESTINO-NOT            PIC X(20).
           05  SW-FIN-CURSOR          PIC X(01).
               88  SI-FIN-CURSOR                VALUE 'S'.
               88  NO-FIN-CURSOR                VALUE 'N'.
           05  SW-FIN-EXTRACTO        PIC X(01).
               88  SI-FIN-EXTRACTO              VALUE 'S'.
               88  NO-FIN-EXTRACTO              VALUE 'N'.
           05  SW-CANAL               PIC X(01).
               88  CANAL-EMAIL                  VALUE 'E'.
               88  CANAL-SMS                    VALUE 'S'.
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR
      *
           PERFORM 2600-ENVIAR-EXTRACTO
              THRU 2600-ENVIAR-EXTRACTO-EXIT
             UNTIL SI-FIN-EXTRACTO
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
                      WK-VARIABLES
      *
           SET NO-FIN-CURSOR          TO TRUE
           SET NO-FIN-EXTRACTO        TO TRUE
      *
           OPEN INPUT  FEXTPTOS
           OPEN OUTPUT FEMAIL
           OPEN OUTPUT FSMS
           OPEN OUTPUT FSUPRIM
      *
           IF FS-FEXTPTOS NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FEXTPTOS'
              DISPLAY 'PARRAFO: 1000-INICIO'
              DISPLAY 'FILE STATUS: ' FS-FEXTPTOS
      *
              MOVE 8                  TO RETURN-CODE
              PERFORM 3000-FIN
                 THRU 3000-FIN-EXIT
           END-IF
      *
           IF FS-FEMAIL NOT = CT-00
              DISPLAY 'ERROR AL ABRIR FEMAIL'
      *
           PERFORM 9000-LEER-CURSOR
              THRU 9000-LEER-CURSOR-EXIT
      *
           PERFORM 9100-LEER-EXTRACTO
              THRU 9100-LEER-EXTRACTO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     2600-ENVIAR-EXTRACTO                                       *
      *     EXTRACTO DE PUNTOS DE UN CLIENTE POR SU CANAL; SIN         *
      *     DIRECCION UTIL VA A SUPRIMIDOS CON EVENTO Y PEDIDO A CERO  *
      ******************************************************************
       2600-ENVIAR-EXTRACTO.
      *
           ADD CT-1                   TO CN-EXTRACTOS
      *
           MOVE ID-CLIENTE-EXT        TO TB-ID-CLIENTE
           MOVE ZEROS                 TO EV-ID-EVENTO
                                         EV-ID-PEDIDO
      *
           PERFORM 2100-RESOLVER-CANAL
              THRU 2100-RESOLVER-CANAL-EXIT
      *
           IF CANAL-NINGUNO
              MOVE EV-ID-EVENTO       TO ID-EVENTO-SUP
              MOVE EV-ID-PEDIDO       TO ID-PEDIDO-SUP
              MOVE TB-ID-CLIENTE      TO ID-CLIENTE-SUP
              MOVE 'EXTRACTO PUNTOS SIN CONTAC.'
                                      TO MOTIVO-SUP
      *
              WRITE REG-FSUPRIM     FROM LINEA-SUPRIMIDO
      *
              IF FS-FSUPRIM NOT = CT-00
                 DISPLAY 'ERROR AL ESCRIBIR FSUPRIM'
                 DISPLAY 'PARRAFO: 2600-ENVIAR-EXTRACTO'
                 DISPLAY 'FILE STATUS: ' FS-FSUPRIM
      *
                 MOVE 8               TO RETURN-CODE
                 PERFORM 3000-FIN
                    THRU 3000-FIN-EXIT
              END-IF
      *
              ADD CT-1                TO CN-SUPRIMIDOS
           ELSE
              MOVE SALDO-FINAL-EXT    TO WK-SALDO-ED
              MOVE GANADOS-EXT        TO WK-GANADOS-ED
              MOVE CANJEADOS-EXT      TO WK-CANJEADOS-ED
              MOVE CADUCADOS-EXT      TO WK-CADUCADOS-ED
              MOVE SPACES             TO WK-MENSAJE
      *
              STRING 'PUNTOS '       DELIMITED BY SIZE
                     PERIODO-EXT     DELIMITED BY SIZE
                     ' SALDO'        DELIMITED BY SIZE
                     WK-SALDO-ED     DELIMITED BY SIZE
                     ' GANADOS'      DELIMITED BY SIZE
                     WK-GANADOS-ED   DELIMITED BY SIZE
                     ' CANJEADOS'    DELIMITED BY SIZE
                     WK-CANJEADOS-ED DELIMITED BY SIZE
                     ' CADUCADOS'    DELIMITED BY SIZE
                     WK-CADUCADOS-ED DELIMITED BY SIZE
                INTO WK-MENSAJE
      *
              PERFORM 2300-ESCRIBIR-SALIDA
                 THRU 2300-ESCRIBIR-SALIDA-EXIT
           END-IF
      *
           PERFORM 9100-LEER-EXTRACTO
              THRU 9100-LEER-EXTRACTO-EXIT
      *
           .
       2600-ENVIAR-EXTRACTO-EXIT.
           EXIT.
      *
      ******************************************************************
      *     3000-FIN                                                   *
      ******************************************************************
       3000-FIN.
               CLOSE CUR-EVENTOS
           END-EXEC
      *
           CLOSE FEXTPTOS
                 FEMAIL
                 FSMS
                 FSUPRIM
      *
           DISPLAY '*EVENTOS LEIDOS     : ' CN-EVENTOS '      *'
           DISPLAY '*CORREOS EMITIDOS   : ' CN-EMAILS '      *'
           DISPLAY '*SMS EMITIDOS       : ' CN-SMS '      *'
           DISPLAY '*EXTRACTOS DE PUNTOS: ' CN-EXTRACTOS '      *'
           DISPLAY '*SUPRIMIDOS         : ' CN-SUPRIMIDOS '      *'
           DISPLAY '***************************************'
      *
           .
       9000-LEER-CURSOR-EXIT.
           EXIT.
      *
      ******************************************************************
      *     9100-LEER-EXTRACTO                                         *
      ******************************************************************
       9100-LEER-EXTRACTO.
      *
           READ FEXTPTOS            INTO REG-EXTRACTO
      *
           EVALUATE FS-FEXTPTOS
              WHEN CT-00
                   CONTINUE
              WHEN CT-10
                   SET SI-FIN-EXTRACTO
                                      TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER FEXTPTOS'
                   DISPLAY 'PARRAFO: 9100-LEER-EXTRACTO'
                   DISPLAY 'FILE STATUS: ' FS-FEXTPTOS
      *
                   MOVE 8             TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
           END-EVALUATE
      *
           .
       9100-LEER-EXTRACTO-EXIT.
           EXIT.
