       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9Y.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL REGISTRO DE NECESIDADES      *
      *                 EDUCATIVAS ESPECIALES (RNEE) POR NIF+          *
      *                 ASIGNATURA+ANO, EN EL MOLDE DE CCPRAC94. LEE   *
      *                 TRANSACCIONES DE ALTA / BAJA / MODIFICACION,   *
      *                 LAS VALIDA (NIF CON LETRA DE CONTROL VIA       *
      *                 MODVALNI, ASIGNATURA 1-6, ANO NUMERICO, TIPO   *
      *                 DE NECESIDAD D/T/A/I/E, TIPO DE ADAPTACION     *
      *                 S=SIGNIFICATIVA (ACS) / N=NO SIGNIFICATIVA /   *
      *                 A=AMPLIACION, FECHA AAAAMMDD), LAS ORDENA POR  *
      *                 LA CLAVE CON UN SORT INTERNO Y LAS APLICA EN   *
      *                 UN MERGE SECUENCIAL CONTRA EL REGISTRO VIEJO,  *
      *                 ESCRIBIENDO EL NUEVO.                          *
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

           SELECT F-NEE-ANT ASSIGN NEEANT
               FILE STATUS IS FS-NEE-ANT.

           SELECT F-NEE-NUEVO ASSIGN NEENUEVO
               FILE STATUS IS FS-NEE-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-NEE-ANT
           RECORDING MODE IS F.
           COPY RNEE.

       FD F-NEE-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-NEE-NUEVO.
       01 REG-NEE-NUEVO            PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-NIF         PIC X(9).
               10 TR-ASIGNATURA  PIC 9.
               10 TR-ANO         PIC 9(4).
           05 TR-OPCION      PIC X.
           05 TR-NECESIDAD   PIC X.
           05 TR-ADAPTACION  PIC X.
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-NEE-ANT PIC XX.
               88 FS-NEE-ANT-OK     VALUE '00'.
               88 FS-NEE-ANT-EOF    VALUE '10'.
               88 FS-NEE-ANT-NO-EXISTE VALUE '35'.
           05 FS-NEE-NUEVO PIC XX.
               88 FS-NEE-NUEVO-OK   VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-ASIGNATURA   PIC X.
           05 E-ASIGNATURA-N REDEFINES E-ASIGNATURA PIC 9.
           05 FILLER         PIC X.
           05 E-ANO          PIC X(4).
           05 E-ANO-N REDEFINES E-ANO PIC 9(4).
           05 FILLER         PIC X.
           05 E-NECESIDAD    PIC X.
           05 FILLER         PIC X.
           05 E-ADAPTACION   PIC X.
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X(49).

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

       01 WS-CLAVE-REG.
           05 WS-CR-NIF            PIC X(9).
           05 WS-CR-ASIGNATURA     PIC 9.
           05 WS-CR-ANO            PIC 9(4).

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

           COPY RNEE REPLACING REG-NEE BY REG-NEE-SAL
               NE-NIF BY NS-NIF NE-ASIGNATURA BY NS-ASIGNATURA
               NE-ANO-ACADEMICO BY NS-ANO-ACADEMICO
               NE-TIPO-NECESIDAD BY NS-TIPO-NECESIDAD
               NE-TIPO-ADAPTACION BY NS-TIPO-ADAPTACION
               NE-FECHA-ALTA BY NS-FECHA-ALTA
               NE-DISCAPACIDAD BY NS-DISCAPACIDAD
               NE-TRASTORNO-CONDUCTA BY NS-TRASTORNO-CONDUCTA
               NE-ALTAS-CAPACIDADES BY NS-ALTAS-CAPACIDADES
               NE-INCORPORACION-TARDIA BY NS-INCORPORACION-TARDIA
               NE-DIFICULTAD-APRENDIZAJE BY NS-DIFICULTAD-APRENDIZAJE
               NE-NECESIDAD-VALIDA BY NS-NECESIDAD-VALIDA
               NE-ADAPTACION-SIGNIFICATIVA
                 BY NS-ADAPTACION-SIGNIFICATIVA
               NE-ADAPTACION-NO-SIGNIF BY NS-ADAPTACION-NO-SIGNIF
               NE-ADAPTACION-AMPLIACION BY NS-ADAPTACION-AMPLIACION
               NE-ADAPTACION-VALIDA BY NS-ADAPTACION-VALIDA.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-NIF TR-ASIGNATURA TR-ANO
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
               DISPLAY '*CCPRAC9Y*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC9Y'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-NEE-ANT
           IF FS-NEE-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRAC9Y*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-NEE-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO NEE'
               DISPLAY FS-NEE-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-NEE-ANT
           END-IF

           OPEN OUTPUT F-NEE-NUEVO
           IF NOT FS-NEE-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO NEE NUEVO'
               DISPLAY FS-NEE-NUEVO
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
               MOVE E-ASIGNATURA-N TO TR-ASIGNATURA
               MOVE E-ANO-N        TO TR-ANO
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-NECESIDAD    TO TR-NECESIDAD
               MOVE E-ADAPTACION   TO TR-ADAPTACION
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
           MOVE E-NECESIDAD  TO NS-TIPO-NECESIDAD
           MOVE E-ADAPTACION TO NS-TIPO-ADAPTACION
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRAC9Y*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRAC9Y*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRAC9Y*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ASIGNATURA NOT NUMERIC
                 OR E-ASIGNATURA-N < 1 OR E-ASIGNATURA-N > 6
               DISPLAY '*CCPRAC9Y*ASIGNATURA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-ASIGNATURA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ANO NOT NUMERIC
               DISPLAY '*CCPRAC9Y*ANO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-ANO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND NOT NS-NECESIDAD-VALIDA
               DISPLAY '*CCPRAC9Y*TIPO*NECESIDAD*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-NECESIDAD
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND NOT NS-ADAPTACION-VALIDA
               DISPLAY '*CCPRAC9Y*TIPO*ADAPTACION*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-ADAPTACION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-FECHA NOT NUMERIC
               DISPLAY '*CCPRAC9Y*FECHA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    EL REGISTRO NEE NO LLEVA COLEGIO: SOLO CUENTAN EL PROGRAMA
      *    Y LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-ASIGNATURA DELIMITED BY SIZE
                  E-ANO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC9Y'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               WRITE REG-NEE-NUEVO FROM REG-NEE
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-NEE-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-NEE-NUEVO FROM REG-NEE
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-NEE-ANT
           END-PERFORM
           IF FS-NEE-ANT-OK OR FS-NEE-ANT-EOF THEN
             CLOSE F-NEE-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRAC9Y*ALTA*YA*EXISTE* ' TR-NIF
                   ' ' TR-ASIGNATURA ' ' TR-ANO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRAC9Y*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF ' ' TR-ASIGNATURA ' ' TR-ANO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-NEE-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-NEE-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-NEE-SAL
           MOVE TR-NIF         TO NS-NIF
           MOVE TR-ASIGNATURA  TO NS-ASIGNATURA
           MOVE TR-ANO         TO NS-ANO-ACADEMICO
           MOVE TR-NECESIDAD   TO NS-TIPO-NECESIDAD
           MOVE TR-ADAPTACION  TO NS-TIPO-ADAPTACION
           MOVE TR-FECHA       TO NS-FECHA-ALTA
           WRITE REG-NEE-NUEVO FROM REG-NEE-SAL
           .
      ******************************************************************
       3300-LEER-NEE-ANT.
           IF FS-NEE-ANT-OK THEN
             READ F-NEE-ANT
             IF FS-NEE-ANT-OK THEN
               MOVE NE-NIF           TO WS-CR-NIF
               MOVE NE-ASIGNATURA    TO WS-CR-ASIGNATURA
               MOVE NE-ANO-ACADEMICO TO WS-CR-ANO
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
           CLOSE F-NEE-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC9Y'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9Y' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
