       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9T.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL MAESTRO DE DOMICILIACIONES   *
      *                 BANCARIAS (RDOMICIL) DE LAS CUOTAS DE COMEDOR  *
      *                 Y TRANSPORTE, EN EL MOLDE DE CCPRAC94. LEE     *
      *                 TRANSACCIONES DE ALTA / BAJA / MODIFICACION,   *
      *                 LAS VALIDA (NIF DEL ALUMNO Y DEL PAGADOR CON   *
      *                 LETRA DE CONTROL VIA MODVALNI, IBAN ESPANOL    *
      *                 DE 24 POSICIONES, TITULAR NO VACIO, FECHA DE   *
      *                 FIRMA AAAAMMDD), LAS ORDENA POR NIF CON UN     *
      *                 SORT INTERNO Y LAS APLICA EN UN MERGE          *
      *                 SECUENCIAL CONTRA EL MAESTRO VIEJO,            *
      *                 ESCRIBIENDO EL NUEVO. EL NIF DEL PAGADOR ES LA *
      *                 CLAVE DE FAMILIA DEL LIBRO DE RECIBOS: LOS     *
      *                 HERMANOS DEBEN LLEVAR EL MISMO.                *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA TRANSACCION SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR); SI NO PUEDE *
      *                 USAR ESA OPCION SE RECHAZA Y QUEDA ANOTADA EN  *
      *                 EL DIARIO AUTOLOG.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-DOMI-ANT ASSIGN DOMIANT
               FILE STATUS IS FS-DOMI-ANT.

           SELECT F-DOMI-NUEVO ASSIGN DOMINUEV
               FILE STATUS IS FS-DOMI-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-DOMI-ANT
           RECORDING MODE IS F.
           COPY RDOMICIL.

       FD F-DOMI-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-DOMI-NUEVO.
       01 REG-DOMI-NUEVO           PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-OPCION      PIC X.
           05 TR-NIF         PIC X(9).
           05 TR-FAMILIA     PIC X(9).
           05 TR-TITULAR     PIC X(25).
           05 TR-IBAN        PIC X(24).
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-DOMI-ANT PIC XX.
               88 FS-DOMI-ANT-OK    VALUE '00'.
               88 FS-DOMI-ANT-EOF   VALUE '10'.
               88 FS-DOMI-ANT-NO-EXISTE VALUE '35'.
           05 FS-DOMI-NUEVO PIC XX.
               88 FS-DOMI-NUEVO-OK  VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-FAMILIA      PIC X(9).
           05 FILLER         PIC X.
           05 E-TITULAR      PIC X(25).
           05 FILLER         PIC X.
           05 E-IBAN.
               10 E-IBAN-PAIS    PIC XX.
               10 E-IBAN-RESTO   PIC X(22).
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X.

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-ALTAS-OK          PIC 9(5) VALUE 0.
           05 C-BAJAS-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 W-FAMILIA-LOOKUP.
           05 W-FAM-NIF         PIC X(9).
           05 W-FAM-VALIDO      PIC X.
               88 W-FAMILIA-VALIDA      VALUE 'S'.
           05 W-FAM-REGLA       PIC X(12).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

           COPY RDOMICIL REPLACING REG-DOMICILIACION BY REG-DOMI-SAL
               DO-NIF BY DS-NIF DO-FAMILIA BY DS-FAMILIA
               DO-TITULAR BY DS-TITULAR DO-IBAN BY DS-IBAN
               DO-FECHA-MANDATO BY DS-FECHA-MANDATO.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-VALIDAR-TRANSACCIONES
               OUTPUT PROCEDURE 3000-APLICAR-MERGE
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC9T*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC9T'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-DOMI-ANT
           IF FS-DOMI-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRAC9T*SIN*MAESTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO DO-NIF
           ELSE
             IF NOT FS-DOMI-ANT-OK THEN
               DISPLAY 'ERROR LEER MAESTRO DOMICILIACIONES'
               DISPLAY FS-DOMI-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-DOMI-ANT
           END-IF

           OPEN OUTPUT F-DOMI-NUEVO
           IF NOT FS-DOMI-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR MAESTRO DOMICILIACIONES NUEVO'
               DISPLAY FS-DOMI-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-VALIDAR-TRANSACCIONES.
           READ F-ENTRADA INTO LINEA-ENTRADA
           PERFORM UNTIL FS-ENTRADA-EOF
             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-UNA
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-OPCION    TO TR-OPCION
               MOVE E-NIF       TO TR-NIF
               MOVE E-FAMILIA   TO TR-FAMILIA
               MOVE E-TITULAR   TO TR-TITULAR
               MOVE E-IBAN      TO TR-IBAN
               MOVE E-FECHA     TO TR-FECHA
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           MOVE E-FAMILIA TO W-FAM-NIF
           CALL "MODVALNI" USING W-FAM-NIF W-FAM-VALIDO W-FAM-REGLA
           END-CALL
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRAC9T*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRAC9T*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION ' ' E-NIF
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRAC9T*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND NOT W-FAMILIA-VALIDA
               DISPLAY '*CCPRAC9T*NIF*PAGADOR*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-FAMILIA ' ' W-FAM-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-TITULAR = SPACES
               DISPLAY '*CCPRAC9T*TITULAR*VACIO* LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B'
                 AND (E-IBAN-PAIS NOT = 'ES'
                      OR E-IBAN-RESTO NOT NUMERIC)
               DISPLAY '*CCPRAC9T*IBAN*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-IBAN
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-FECHA NOT NUMERIC
               DISPLAY '*CCPRAC9T*FECHA*MANDATO*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA DOMICILIACION NO LLEVA COLEGIO: SOLO CUENTAN EL PROGRAMA
      *    Y LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC9T'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL DO-NIF >= TR-NIF
               WRITE REG-DOMI-NUEVO FROM REG-DOMICILIACION
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-DOMI-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL DO-NIF = HIGH-VALUES
             WRITE REG-DOMI-NUEVO FROM REG-DOMICILIACION
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-DOMI-ANT
           END-PERFORM
           IF FS-DOMI-ANT-OK OR FS-DOMI-ANT-EOF THEN
             CLOSE F-DOMI-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND DO-NIF = TR-NIF
               DISPLAY '*CCPRAC9T*ALTA*YA*EXISTE* ' TR-NIF
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN DO-NIF NOT = TR-NIF
               DISPLAY '*CCPRAC9T*NIF*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-DOMI-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-DOMI-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-DOMI-SAL
           MOVE TR-NIF       TO DS-NIF
           MOVE TR-FAMILIA   TO DS-FAMILIA
           MOVE TR-TITULAR   TO DS-TITULAR
           MOVE TR-IBAN      TO DS-IBAN
           MOVE TR-FECHA     TO DS-FECHA-MANDATO
           WRITE REG-DOMI-NUEVO FROM REG-DOMI-SAL
           .
      ******************************************************************
       3300-LEER-DOMI-ANT.
           IF FS-DOMI-ANT-OK THEN
             READ F-DOMI-ANT
             IF NOT FS-DOMI-ANT-OK THEN
               MOVE HIGH-VALUES TO DO-NIF
             END-IF
           ELSE
             MOVE HIGH-VALUES TO DO-NIF
           END-IF
           .
      ******************************************************************
       3400-RETURN-TRANS.
           RETURN F-SORT
               AT END SET FIN-DE-TRANS TO TRUE
           END-RETURN
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'TRANSACCIONES LEIDAS: ' C-LEIDAS
           DISPLAY 'ALTAS APLICADAS:      ' C-ALTAS-OK
           DISPLAY 'BAJAS APLICADAS:      ' C-BAJAS-OK
           DISPLAY 'MODIFICACIONES:       ' C-MODIF-OK
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           CLOSE F-DOMI-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC9T'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9T' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
