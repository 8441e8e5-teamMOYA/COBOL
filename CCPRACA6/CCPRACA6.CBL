       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA6.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL REGISTRO DE HABILITACIONES   *
      *                 DEL PROFESORADO (RHABILIT) POR COD_PROFESOR+   *
      *                 ASIGNATURA+TIPO, EN EL MOLDE DE CCPRAC9Y. LEE  *
      *                 TRANSACCIONES DE ALTA / BAJA / MODIFICACION,   *
      *                 LAS VALIDA (PROFESOR NUMERICO, ASIGNATURA 1-6, *
      *                 TIPO H=HABILITACION / E=EXCEPCION AUTORIZADA,  *
      *                 LA EXCEPCION CON SU CODIGO Y FECHA HASTA,      *
      *                 FECHAS AAAAMMDD COHERENTES), LAS ORDENA POR LA *
      *                 CLAVE CON UN SORT INTERNO Y LAS APLICA EN UN   *
      *                 MERGE SECUENCIAL CONTRA EL REGISTRO VIEJO,     *
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

           SELECT F-HABILIT-ANT ASSIGN HABILANT
               FILE STATUS IS FS-HABILIT-ANT.

           SELECT F-HABILIT-NUEVO ASSIGN HABILNUE
               FILE STATUS IS FS-HABILIT-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-HABILIT-ANT
           RECORDING MODE IS F.
           COPY RHABILIT.

       FD F-HABILIT-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-HABILIT-NUEVO.
       01 REG-HABILIT-NUEVO        PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-PROFESOR    PIC 9(4).
               10 TR-ASIGNATURA  PIC 9.
               10 TR-TIPO        PIC X.
           05 TR-OPCION      PIC X.
           05 TR-CODIGO      PIC X(8).
           05 TR-DESDE       PIC X(8).
           05 TR-HASTA       PIC X(8).
           05 TR-TITULACION  PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-HABILIT-ANT PIC XX.
               88 FS-HABILIT-ANT-OK     VALUE '00'.
               88 FS-HABILIT-ANT-EOF    VALUE '10'.
               88 FS-HABILIT-ANT-NO-EXISTE VALUE '35'.
           05 FS-HABILIT-NUEVO PIC XX.
               88 FS-HABILIT-NUEVO-OK   VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-PROFESOR     PIC X(4).
           05 E-PROFESOR-N REDEFINES E-PROFESOR PIC 9(4).
           05 FILLER         PIC X.
           05 E-ASIGNATURA   PIC X.
           05 E-ASIGNATURA-N REDEFINES E-ASIGNATURA PIC 9.
           05 FILLER         PIC X.
           05 E-TIPO         PIC X.
           05 FILLER         PIC X.
           05 E-CODIGO       PIC X(8).
           05 FILLER         PIC X.
           05 E-DESDE        PIC X(8).
           05 FILLER         PIC X.
           05 E-HASTA        PIC X(8).
           05 FILLER         PIC X.
           05 E-TITULACION   PIC X(30).
           05 FILLER         PIC X(12).

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

       01 WS-CLAVE-REG.
           05 WS-CR-PROFESOR       PIC 9(4).
           05 WS-CR-ASIGNATURA     PIC 9.
           05 WS-CR-TIPO           PIC X.

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

           COPY RHABILIT REPLACING REG-HABILITACION BY REG-HABILIT-SAL
               HB-COD-PROFESOR BY HS-COD-PROFESOR
               HB-ASIGNATURA BY HS-ASIGNATURA
               HB-TIPO BY HS-TIPO
               HB-HABILITACION BY HS-HABILITACION
               HB-EXCEPCION BY HS-EXCEPCION
               HB-TIPO-VALIDO BY HS-TIPO-VALIDO
               HB-CODIGO-EXCEPCION BY HS-CODIGO-EXCEPCION
               HB-FECHA-DESDE BY HS-FECHA-DESDE
               HB-FECHA-HASTA BY HS-FECHA-HASTA
               HB-TITULACION BY HS-TITULACION.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-PROFESOR TR-ASIGNATURA TR-TIPO
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
               DISPLAY '*CCPRACA6*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACA6'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-HABILIT-ANT
           IF FS-HABILIT-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACA6*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-HABILIT-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO HABILITACIONES'
               DISPLAY FS-HABILIT-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-HABILIT-ANT
           END-IF

           OPEN OUTPUT F-HABILIT-NUEVO
           IF NOT FS-HABILIT-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO HABILITACIONES NUEVO'
               DISPLAY FS-HABILIT-NUEVO
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
               MOVE E-PROFESOR-N   TO TR-PROFESOR
               MOVE E-ASIGNATURA-N TO TR-ASIGNATURA
               MOVE E-TIPO         TO TR-TIPO
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-CODIGO       TO TR-CODIGO
               MOVE E-DESDE        TO TR-DESDE
               MOVE E-HASTA        TO TR-HASTA
               MOVE E-TITULACION   TO TR-TITULACION
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE E-TIPO TO HS-TIPO
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACA6*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACA6*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-PROFESOR NOT NUMERIC OR E-PROFESOR-N = 0
               DISPLAY '*CCPRACA6*PROFESOR*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-PROFESOR
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ASIGNATURA NOT NUMERIC
                 OR E-ASIGNATURA-N < 1 OR E-ASIGNATURA-N > 6
               DISPLAY '*CCPRACA6*ASIGNATURA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-ASIGNATURA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT HS-TIPO-VALIDO
               DISPLAY '*CCPRACA6*TIPO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-TIPO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-DESDE NOT NUMERIC
               DISPLAY '*CCPRACA6*FECHA*DESDE*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-DESDE
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-HASTA NOT = SPACES
                 AND E-HASTA NOT = ZEROS
                 AND (E-HASTA NOT NUMERIC OR E-HASTA < E-DESDE)
               DISPLAY '*CCPRACA6*FECHA*HASTA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-HASTA
               SET REGISTRO-RECHAZADO TO TRUE
      *      LA EXCEPCION ES TEMPORAL Y SE CITA POR SU CODIGO
             WHEN E-OPCION NOT = 'B' AND HS-EXCEPCION
                 AND (E-CODIGO = SPACES OR E-HASTA = SPACES
                   OR E-HASTA = ZEROS)
               DISPLAY '*CCPRACA6*EXCEPCION*SIN*CODIGO*O*VIGENCIA* '
                   'LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND HS-HABILITACION
                 AND E-TITULACION = SPACES
               DISPLAY '*CCPRACA6*HABILITACION*SIN*TITULACION* '
                   'LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA HABILITACION ES DEL PROFESOR, NO DE UN COLEGIO: COLEGIO 00
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'PROFESOR=' DELIMITED BY SIZE
                  E-PROFESOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-ASIGNATURA DELIMITED BY SIZE
                  E-TIPO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACA6'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               WRITE REG-HABILIT-NUEVO FROM REG-HABILITACION
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-HABILIT-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-HABILIT-NUEVO FROM REG-HABILITACION
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-HABILIT-ANT
           END-PERFORM
           IF FS-HABILIT-ANT-OK OR FS-HABILIT-ANT-EOF THEN
             CLOSE F-HABILIT-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRACA6*ALTA*YA*EXISTE* ' TR-PROFESOR
                   ' ' TR-ASIGNATURA ' ' TR-TIPO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRACA6*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-PROFESOR ' ' TR-ASIGNATURA ' ' TR-TIPO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-HABILIT-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-HABILIT-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-HABILIT-SAL
           MOVE TR-PROFESOR    TO HS-COD-PROFESOR
           MOVE TR-ASIGNATURA  TO HS-ASIGNATURA
           MOVE TR-TIPO        TO HS-TIPO
           MOVE TR-CODIGO      TO HS-CODIGO-EXCEPCION
           MOVE TR-DESDE       TO HS-FECHA-DESDE
           MOVE TR-HASTA       TO HS-FECHA-HASTA
           MOVE TR-TITULACION  TO HS-TITULACION
           WRITE REG-HABILIT-NUEVO FROM REG-HABILIT-SAL
           .
      ******************************************************************
       3300-LEER-HABILIT-ANT.
           IF FS-HABILIT-ANT-OK THEN
             READ F-HABILIT-ANT
             IF FS-HABILIT-ANT-OK THEN
               MOVE HB-COD-PROFESOR TO WS-CR-PROFESOR
               MOVE HB-ASIGNATURA   TO WS-CR-ASIGNATURA
               MOVE HB-TIPO         TO WS-CR-TIPO
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
           CLOSE F-HABILIT-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACA6'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA6' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
