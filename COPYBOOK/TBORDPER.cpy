      ******************************************************************
      * ORDENES DE PAGO PROGRAMADAS Y PERIODICAS. PERIODICIDAD: 'U'    *
      * UNICA, 'M' MENSUAL, 'T' TRIMESTRAL. ESTADO: 'A' ACTIVA, 'X'    *
      * VENCIDA O AGOTADA POR REINTENTOS, 'B' BAJA, 'S' SUSPENDIDA POR *
      * FALLECIMIENTO DEL TITULAR (FALLECID; REPHEREN LA DA DE BAJA AL *
      * REPARTIR). FECHA_VALOR ES LA PROXIMA EJECUCION PREVISTA.       *
      * IBAN_DESTINO SOLO EN LAS ORDENES A OTRA ENTIDAD                *
      * (CUENTA_DESTINO EN BLANCO): EJECORDP LAS EMITE                 *
      * POR LA CUENTA PUENTE DE COMPENSACION Y EL FICHERO              *
      * INTERBANCARIO.                                                 *
      ******************************************************************
           EXEC SQL DECLARE ORDENES_PERMANENTES TABLE
           ( ID_ORDEN                       INTEGER NOT NULL,
             PERIODICIDAD                   CHAR(1) NOT NULL,
             FECHA_LIMITE                   DATE,
             ESTADO                         CHAR(1) NOT NULL,
             REINTENTOS                     INTEGER NOT NULL,
             IBAN_DESTINO                   CHAR(34)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORDENES_PERMANENTES                *
      *    *************************************************************
      *                       REINTENTOS
           10 OP-REINTENTOS        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       IBAN_DESTINO
           10 OP-IBAN-DESTINO      PIC X(34).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
