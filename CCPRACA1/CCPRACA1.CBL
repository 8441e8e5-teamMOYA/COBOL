       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA1.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL CATALOGO DEL BANCO DE LIBROS *
      *                 (RLIBROS) POR CURSO+ASIGNATURA, EN EL MOLDE DE *
      *                 CCPRAC94. LEE TRANSACCIONES DE ALTA / BAJA /   *
      *                 MODIFICACION, LAS VALIDA (CURSO+ASIGNATURA     *
      *                 DEBE EXISTIR EN EL PLAN DE ESTUDIOS VIA        *
      *                 MODPLANE, ISBN Y TITULO INFORMADOS, PRECIO DE  *
      *                 REPOSICION Y EJEMPLARES NUMERICOS), LAS ORDENA *
      *                 POR LA CLAVE CON UN SORT INTERNO Y LAS APLICA  *
      *                 EN UN MERGE SECUENCIAL CONTRA EL CATALOGO      *
      *                 VIEJO, ESCRIBIENDO EL NUEVO.                   *
      *                 EL CATALOGO ES UNICO PARA TODOS LOS COLEGIOS Y *
      *                 NO DEPENDE DE LA ETAPA EDUCATIVA: NO SE FIJA   *
      *                 ETAPA EN MODPLANE, DE MODO QUE VALE EL         *
      *                 CURSO+ASIGNATURA QUE EXISTA EN EL PLAN DE      *
      *                 CUALQUIER ETAPA.                               *
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

           SELECT F-LIBROS-ANT ASSIGN LIBROANT
               FILE STATUS IS FS-LIBROS-ANT.

           SELECT F-LIBROS-NUEVO ASSIGN LIBRONUE
               FILE STATUS IS FS-LIBROS-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-LIBROS-ANT
           RECORDING MODE IS F.
           COPY RLIBROS.

       FD F-LIBROS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-LIBRO-NUEVO.
       01 REG-LIBRO-NUEVO          PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-CURSO       PIC 9.
               10 TR-ASIGNATURA  PIC 9.
           05 TR-OPCION      PIC X.
           05 TR-ISBN        PIC X(13).
           05 TR-TITULO      PIC X(30).
           05 TR-PRECIO      PIC 9(3)V99.
           05 TR-EJEMPLARES  PIC 9(4).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-LIBROS-ANT PIC XX.
               88 FS-LIBROS-ANT-OK  VALUE '00'.
               88 FS-LIBROS-ANT-EOF VALUE '10'.
               88 FS-LIBROS-ANT-NO-EXISTE VALUE '35'.
           05 FS-LIBROS-NUEVO PIC XX.
               88 FS-LIBROS-NUEVO-OK VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-CURSO        PIC X.
           05 E-CURSO-N REDEFINES E-CURSO PIC 9.
           05 FILLER         PIC X.
           05 E-ASIGNATURA   PIC X.
           05 E-ASIGNATURA-N REDEFINES E-ASIGNATURA PIC 9.
           05 FILLER         PIC X.
           05 E-ISBN         PIC X(13).
           05 FILLER         PIC X.
           05 E-PRECIO       PIC X(5).
           05 E-PRECIO-N REDEFINES E-PRECIO PIC 9(3)V99.
           05 FILLER         PIC X.
           05 E-EJEMPLARES   PIC X(4).
           05 E-EJEMPLARES-N REDEFINES E-EJEMPLARES PIC 9(4).
           05 FILLER         PIC X.
           05 E-TITULO       PIC X(30).
           05 FILLER         PIC X(19).

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

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

       01 WS-CLAVE-REG.
           05 WS-CR-CURSO          PIC 9.
           05 WS-CR-ASIGNATURA     PIC 9.

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

           COPY RLIBROS REPLACING REG-LIBRO BY REG-LIBRO-SAL
               LB-CURSO BY LS-CURSO LB-ASIGNATURA BY LS-ASIGNATURA
               LB-ISBN BY LS-ISBN LB-TITULO BY LS-TITULO
               LB-PRECIO BY LS-PRECIO
               LB-EJEMPLARES BY LS-EJEMPLARES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-CURSO TR-ASIGNATURA
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
               DISPLAY '*CCPRACA1*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACA1'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CALL "MODPLANE" USING 'O' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-LIBROS-ANT
           IF FS-LIBROS-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACA1*SIN*CATALOGO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-LIBROS-ANT-OK THEN
               DISPLAY 'ERROR LEER CATALOGO LIBROS'
               DISPLAY FS-LIBROS-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-LIBRO-ANT
           END-IF

           OPEN OUTPUT F-LIBROS-NUEVO
           IF NOT FS-LIBROS-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR CATALOGO LIBROS NUEVO'
               DISPLAY FS-LIBROS-NUEVO
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
               MOVE E-CURSO-N      TO TR-CURSO
               MOVE E-ASIGNATURA-N TO TR-ASIGNATURA
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-ISBN         TO TR-ISBN
               MOVE E-TITULO       TO TR-TITULO
               IF E-OPCION = 'B' THEN
                 MOVE 0 TO TR-PRECIO
                 MOVE 0 TO TR-EJEMPLARES
               ELSE
                 MOVE E-PRECIO-N     TO TR-PRECIO
                 MOVE E-EJEMPLARES-N TO TR-EJEMPLARES
               END-IF
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE 'N' TO W-PLA-ENCONTRADO
           IF E-CURSO NUMERIC AND E-ASIGNATURA NUMERIC THEN
             MOVE E-CURSO-N      TO W-PLA-CURSO
             MOVE E-ASIGNATURA-N TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
           END-IF
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACA1*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACA1*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-CURSO NOT NUMERIC OR E-CURSO-N < 1
               DISPLAY '*CCPRACA1*CURSO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-CURSO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ASIGNATURA NOT NUMERIC
                 OR E-ASIGNATURA-N < 1
               DISPLAY '*CCPRACA1*ASIGNATURA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-ASIGNATURA
               SET REGISTRO-RECHAZADO TO TRUE
      *      LA BAJA DE UN LIBRO DE UNA ASIGNATURA QUE YA SALIO DEL
      *      PLAN DEBE PODER HACERSE
             WHEN E-OPCION NOT = 'B' AND NOT W-PLAN-ENCONTRADA
               DISPLAY '*CCPRACA1*CURSO*ASIGNATURA*FUERA*DE*PLAN* '
                   'LINEA ' C-LEIDAS ': ' E-CURSO ' ' E-ASIGNATURA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-ISBN = SPACES
               DISPLAY '*CCPRACA1*SIN*ISBN* LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-TITULO = SPACES
               DISPLAY '*CCPRACA1*SIN*TITULO* LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-PRECIO NOT NUMERIC
               DISPLAY '*CCPRACA1*PRECIO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-PRECIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-EJEMPLARES NOT NUMERIC
               DISPLAY '*CCPRACA1*EJEMPLARES*INVALIDOS* LINEA '
                   C-LEIDAS ': ' E-EJEMPLARES
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    EL CATALOGO ES UNICO PARA TODOS LOS COLEGIOS: COLEGIO 00
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'LIBRO=' DELIMITED BY SIZE
                  E-CURSO DELIMITED BY SIZE
                  E-ASIGNATURA DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACA1'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               WRITE REG-LIBRO-NUEVO FROM REG-LIBRO
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-LIBRO-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-LIBRO-NUEVO FROM REG-LIBRO
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-LIBRO-ANT
           END-PERFORM
           IF FS-LIBROS-ANT-OK OR FS-LIBROS-ANT-EOF THEN
             CLOSE F-LIBROS-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRACA1*ALTA*YA*EXISTE* ' TR-CURSO
                   ' ' TR-ASIGNATURA
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRACA1*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-CURSO ' ' TR-ASIGNATURA
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-LIBRO-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-LIBRO-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-LIBRO-SAL
           MOVE TR-CURSO       TO LS-CURSO
           MOVE TR-ASIGNATURA  TO LS-ASIGNATURA
           MOVE TR-ISBN        TO LS-ISBN
           MOVE TR-TITULO      TO LS-TITULO
           MOVE TR-PRECIO      TO LS-PRECIO
           MOVE TR-EJEMPLARES  TO LS-EJEMPLARES
           WRITE REG-LIBRO-NUEVO FROM REG-LIBRO-SAL
           .
      ******************************************************************
       3300-LEER-LIBRO-ANT.
           IF FS-LIBROS-ANT-OK THEN
             READ F-LIBROS-ANT
             IF FS-LIBROS-ANT-OK THEN
               MOVE LB-CURSO      TO WS-CR-CURSO
               MOVE LB-ASIGNATURA TO WS-CR-ASIGNATURA
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
           CLOSE F-LIBROS-NUEVO
           CALL "MODPLANE" USING 'C' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACA1'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA1' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
