       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAC.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL MAESTRO DE UNIDADES          *
      *                 FAMILIARES (RFAMILIA) POR NIF, EN EL MOLDE DE  *
      *                 CCPRAC94. LEE TRANSACCIONES DE ALTA / BAJA /   *
      *                 MODIFICACION, LAS VALIDA (NIF DEL ALUMNO Y NIF *
      *                 DEL TUTOR DE REFERENCIA QUE HACE DE CLAVE      *
      *                 FAMILIAR, AMBOS CON LETRA DE CONTROL VIA       *
      *                 MODVALNI; FECHA AAAAMMDD), LAS ORDENA POR NIF  *
      *                 CON UN SORT INTERNO Y LAS APLICA EN UN MERGE   *
      *                 SECUENCIAL CONTRA EL MAESTRO VIEJO,            *
      *                 ESCRIBIENDO EL NUEVO. LA MODIFICACION MUEVE AL *
      *                 ALUMNO A OTRA UNIDAD FAMILIAR (POR EJEMPLO,    *
      *                 TRAS UNA SEPARACION).                          *
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

           SELECT F-FAMILIA-ANT ASSIGN FAMIANT
               FILE STATUS IS FS-FAMILIA-ANT.

           SELECT F-FAMILIA-NUEVO ASSIGN FAMINUEV
               FILE STATUS IS FS-FAMILIA-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-FAMILIA-ANT
           RECORDING MODE IS F.
           COPY RFAMILIA.

       FD F-FAMILIA-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-FAMILIA-NUEVO.
       01 REG-FAMILIA-NUEVO        PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-NIF         PIC X(9).
           05 TR-OPCION      PIC X.
           05 TR-FAMILIA     PIC X(9).
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-FAMILIA-ANT PIC XX.
               88 FS-FAMILIA-ANT-OK     VALUE '00'.
               88 FS-FAMILIA-ANT-EOF    VALUE '10'.
               88 FS-FAMILIA-ANT-NO-EXISTE VALUE '35'.
           05 FS-FAMILIA-NUEVO PIC XX.
               88 FS-FAMILIA-NUEVO-OK   VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-FAMILIA      PIC X(9).
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X(50).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-ALTAS-OK          PIC 9(5) VALUE 0.
           05 C-BAJAS-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 W-FAMILIA-LOOKUP.
           05 W-VAL-FAMILIA     PIC X(9).
           05 W-VAL-FAM-VALIDO  PIC X.
               88 W-FAMILIA-VALIDA      VALUE 'S'.
           05 W-VAL-FAM-REGLA   PIC X(12).

       01 WS-CLAVE-REG            PIC X(9).

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

           COPY RFAMILIA REPLACING REG-FAMILIA BY REG-FAMILIA-SAL
               FA-NIF BY FN-NIF FA-CLAVE-FAMILIA BY FN-CLAVE-FAMILIA
               FA-FECHA-ALTA BY FN-FECHA-ALTA.

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
               DISPLAY '*CCPRACAC*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAC'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-FAMILIA-ANT
           IF FS-FAMILIA-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAC*SIN*MAESTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-FAMILIA-ANT-OK THEN
               DISPLAY 'ERROR LEER MAESTRO UNIDADES FAMILIARES'
               DISPLAY FS-FAMILIA-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-FAMILIA-ANT
           END-IF

           OPEN OUTPUT F-FAMILIA-NUEVO
           IF NOT FS-FAMILIA-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR MAESTRO UNIDADES FAMILIARES NUEVO'
               DISPLAY FS-FAMILIA-NUEVO
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
               MOVE E-NIF          TO TR-NIF
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-FAMILIA      TO TR-FAMILIA
               MOVE E-FECHA        TO TR-FECHA
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
           MOVE 'S' TO W-VAL-FAM-VALIDO
           IF E-OPCION NOT = 'B' THEN
             MOVE E-FAMILIA TO W-VAL-FAMILIA
             CALL "MODVALNI" USING W-VAL-FAMILIA W-VAL-FAM-VALIDO
                 W-VAL-FAM-REGLA
             END-CALL
           END-IF
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACAC*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACAC*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRACAC*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-FAMILIA-VALIDA
               DISPLAY '*CCPRACAC*CLAVE*FAMILIAR*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FAMILIA ' ' W-VAL-FAM-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-FECHA NOT NUMERIC
               DISPLAY '*CCPRACAC*FECHA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA UNIDAD FAMILIAR NO LLEVA COLEGIO: SOLO CUENTAN EL PROGRAMA
      *    Y LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAC'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-NIF
               WRITE REG-FAMILIA-NUEVO FROM REG-FAMILIA
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-FAMILIA-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-FAMILIA-NUEVO FROM REG-FAMILIA
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-FAMILIA-ANT
           END-PERFORM
           IF FS-FAMILIA-ANT-OK OR FS-FAMILIA-ANT-EOF THEN
             CLOSE F-FAMILIA-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-NIF
               DISPLAY '*CCPRACAC*ALTA*YA*EXISTE* ' TR-NIF
                   ' EN LA UNIDAD ' FA-CLAVE-FAMILIA
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-NIF
               DISPLAY '*CCPRACAC*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-FAMILIA-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-FAMILIA-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-FAMILIA-SAL
           MOVE TR-NIF         TO FN-NIF
           MOVE TR-FAMILIA     TO FN-CLAVE-FAMILIA
           MOVE TR-FECHA       TO FN-FECHA-ALTA
           WRITE REG-FAMILIA-NUEVO FROM REG-FAMILIA-SAL
           .
      ******************************************************************
       3300-LEER-FAMILIA-ANT.
           IF FS-FAMILIA-ANT-OK THEN
             READ F-FAMILIA-ANT
             IF FS-FAMILIA-ANT-OK THEN
               MOVE FA-NIF TO WS-CLAVE-REG
             ELSE
               MOVE HIGH-VALUES TO WS-CLAVE-REG
             END-IF
           ELSE
             MOVE HIGH-VALUES TO WS-CLAVE-REG
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
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           CLOSE F-FAMILIA-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAC'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAC' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
