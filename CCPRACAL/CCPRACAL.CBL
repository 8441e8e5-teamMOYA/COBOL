       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAL.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL REGISTRO DE DIETAS Y         *
      *                 ALERGIAS DEL COMEDOR (RDIETAS), PARA QUE LAS   *
      *                 COCINAS DEJEN DE TRABAJAR CON LISTAS           *
      *                 FOTOCOPIADAS. TRANSACCIONES DE ALTA, BAJA Y    *
      *                 MODIFICACION (LA MODIFICACION TRAE LA IMAGEN   *
      *                 COMPLETA: ALERGENOS, DIETA MEDICA, DIETA       *
      *                 RELIGIOSA Y OBSERVACIONES) VALIDADAS (NIF CON  *
      *                 LETRA VIA MODVALNI, COLEGIO 1-99, CODIGOS DE   *
      *                 ALERGENO Y DE DIETA DEL CATALOGO DE RDIETAS),  *
      *                 ORDENADAS POR NIF CON UN SORT INTERNO Y        *
      *                 APLICADAS EN MERGE SECUENCIAL CONTRA EL        *
      *                 REGISTRO VIGENTE (MOLDE DE CCPRAC9K). VARIAS   *
      *                 TRANSACCIONES DEL MISMO NIF SE APLICAN EN EL   *
      *                 ORDEN DE ENTRADA. AL SER UN DATO DE SALUD,     *
      *                 TODA TRANSACCION SE COMPRUEBA EN LA MATRIZ DE  *
      *                 AUTORIZACION (MODAUTOR) ANTES DE ACEPTARLA Y   *
      *                 QUEDA ANOTADA EN EL DIARIO AUTOLOG.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-DIETA-ANT ASSIGN DIETAS
               FILE STATUS IS FS-DIETA-ANT.

           SELECT F-DIETA-NUEVO ASSIGN DIETNUEV
               FILE STATUS IS FS-DIETA-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-COLEGIO      PIC XX.
           05 E-COLEGIO-N REDEFINES E-COLEGIO PIC 99.
           05 FILLER         PIC X.
           05 E-ALERGENOS    PIC X(12).
           05 FILLER         PIC X.
           05 E-DIETA-MEDICA PIC X.
           05 FILLER         PIC X.
           05 E-DIETA-RELIGIOSA PIC X.
           05 FILLER         PIC X.
           05 E-OBSERVACIONES PIC X(30).
           05 FILLER         PIC X.
           05 E-OPERADOR     PIC X(8).
           05 FILLER         PIC X(9).

       FD F-DIETA-ANT
           RECORDING MODE IS F.
           COPY RDIETAS.

       FD F-DIETA-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-DIETA-NUEVO.
       01 REG-DIETA-NUEVO          PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-NIF         PIC X(9).
           05 TR-OPCION      PIC X.
           05 TR-DIETA       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-DIETA-ANT PIC XX.
               88 FS-DIETA-ANT-OK   VALUE '00'.
               88 FS-DIETA-ANT-EOF  VALUE '10'.
               88 FS-DIETA-ANT-NO-EXISTE VALUE '35'.
           05 FS-DIETA-NUEVO PIC XX.
               88 FS-DIETA-NUEVO-OK VALUE '00'.

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-ALTAS-OK          PIC 9(5) VALUE 0.
           05 C-BAJAS-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-IDX               PIC 9.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.
       01 WS-CODIGO-ERRONEO    PIC X.

      *    REGISTRO DEL NIF EN CURSO: SE ARRASTRA, SE CAMBIA O SE
      *    BORRA CON CADA TRANSACCION Y SE GRABA AL CAMBIAR DE NIF
       01 WS-DIETA-EXISTE      PIC X.
           88 DIETA-EXISTE          VALUE 'S'.

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 WS-CLAVE-TRANS          PIC X(9).
       01 WS-CLAVE-REG            PIC X(9).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

           COPY RDIETAS REPLACING REG-DIETA BY REG-DIETA-TRANS.

           COPY RDIETAS REPLACING REG-DIETA BY REG-DIETA-SAL.

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
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAL'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL

           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-DIETA-ANT
           IF FS-DIETA-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAL*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-DIETA-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO DIETAS'
               DISPLAY FS-DIETA-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-DIETA-ANT
           END-IF

           OPEN OUTPUT F-DIETA-NUEVO
           IF NOT FS-DIETA-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO DIETAS NUEVO'
               DISPLAY FS-DIETA-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-VALIDAR-TRANSACCIONES.
           READ F-ENTRADA
           PERFORM UNTIL FS-ENTRADA-EOF
             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-UNA
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-NIF          TO TR-NIF
               MOVE E-OPCION       TO TR-OPCION
               MOVE REG-DIETA-TRANS TO TR-DIETA
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           INITIALIZE REG-DIETA-TRANS
           MOVE E-NIF             TO DI-NIF OF REG-DIETA-TRANS
           MOVE E-ALERGENOS       TO DI-ALERGENOS OF REG-DIETA-TRANS
           MOVE E-DIETA-MEDICA    TO DI-DIETA-MEDICA OF REG-DIETA-TRANS
           MOVE E-DIETA-RELIGIOSA
             TO DI-DIETA-RELIGIOSA OF REG-DIETA-TRANS
           MOVE E-OBSERVACIONES
             TO DI-OBSERVACIONES OF REG-DIETA-TRANS
           MOVE E-OPERADOR        TO DI-OPERADOR OF REG-DIETA-TRANS
           MOVE 'N' TO WS-CODIGO-ERRONEO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
             IF NOT DI-ALERGENO-VALIDO OF REG-DIETA-TRANS (WS-IDX)
               MOVE 'S' TO WS-CODIGO-ERRONEO
             END-IF
           END-PERFORM
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACAL*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACAL*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' E-OPERADOR ' ' E-OPCION ' ' E-NIF
                   ' ' E-COLEGIO
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRACAL*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION = 'B'
               CONTINUE
             WHEN E-COLEGIO NOT NUMERIC OR E-COLEGIO-N < 1
               DISPLAY '*CCPRACAL*COLEGIO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN WS-CODIGO-ERRONEO = 'S'
               DISPLAY '*CCPRACAL*ALERGENO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-ALERGENOS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT DI-DIETA-MEDICA-VALIDA OF REG-DIETA-TRANS
               DISPLAY '*CCPRACAL*DIETA*MEDICA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-DIETA-MEDICA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT DI-DIETA-RELIG-VALIDA OF REG-DIETA-TRANS
               DISPLAY '*CCPRACAL*DIETA*RELIGIOSA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-DIETA-RELIGIOSA
               SET REGISTRO-RECHAZADO TO TRUE
      *      UNA LINEA SIN NINGUN DATO NO PINTA NADA EN EL REGISTRO:
      *      PARA QUITAR A UN ALUMNO SE USA LA BAJA
             WHEN DI-SIN-ALERGIAS OF REG-DIETA-TRANS
                 AND DI-SIN-DIETA-MEDICA OF REG-DIETA-TRANS
                 AND DI-SIN-DIETA-RELIGIOSA OF REG-DIETA-TRANS
               DISPLAY '*CCPRACAL*SIN*ALERGIAS*NI*DIETA* LINEA '
                   C-LEIDAS ': ' E-NIF
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA BAJA PUEDE VENIR SIN COLEGIO: ENTONCES SOLO CUENTAN EL
      *    PROGRAMA Y LA OPCION
           MOVE E-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION   TO W-AUT-TRANS
           IF E-COLEGIO IS NUMERIC THEN
             MOVE E-COLEGIO-N TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAL'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             MOVE TR-NIF TO WS-CLAVE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= WS-CLAVE-TRANS
               WRITE REG-DIETA-NUEVO FROM REG-DIETA
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-DIETA-ANT
             END-PERFORM
             IF WS-CLAVE-REG = WS-CLAVE-TRANS THEN
               MOVE REG-DIETA TO REG-DIETA-SAL
               MOVE 'S' TO WS-DIETA-EXISTE
               PERFORM 3300-LEER-DIETA-ANT
             ELSE
               MOVE 'N' TO WS-DIETA-EXISTE
             END-IF
             PERFORM UNTIL FIN-DE-TRANS
                 OR TR-NIF NOT = WS-CLAVE-TRANS
               PERFORM 3100-APLICAR-UNA
               PERFORM 3400-RETURN-TRANS
             END-PERFORM
             IF DIETA-EXISTE THEN
               WRITE REG-DIETA-NUEVO FROM REG-DIETA-SAL
             END-IF
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-DIETA-NUEVO FROM REG-DIETA
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-DIETA-ANT
           END-PERFORM
           IF FS-DIETA-ANT-OK OR FS-DIETA-ANT-EOF THEN
             CLOSE F-DIETA-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           MOVE TR-DIETA TO REG-DIETA-TRANS
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND DIETA-EXISTE
               DISPLAY '*CCPRACAL*ALTA*YA*REGISTRADO* ' TR-NIF
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               MOVE REG-DIETA-TRANS TO REG-DIETA-SAL
               MOVE WS-FH-AAAAMMDD
                 TO DI-FECHA-ALTA OF REG-DIETA-SAL
               MOVE WS-FH-AAAAMMDD
                 TO DI-FECHA-MODIF OF REG-DIETA-SAL
               MOVE 'S' TO WS-DIETA-EXISTE
               ADD 1 TO C-ALTAS-OK
             WHEN NOT DIETA-EXISTE
               DISPLAY '*CCPRACAL*NIF*NO*REGISTRADO* ' TR-NIF
                   ' OPCION ' TR-OPCION
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
               MOVE 'N' TO WS-DIETA-EXISTE
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
      *        LA MODIFICACION CONSERVA LA FECHA DE ALTA ORIGINAL
               MOVE DI-FECHA-ALTA OF REG-DIETA-SAL
                 TO DI-FECHA-ALTA OF REG-DIETA-TRANS
               MOVE REG-DIETA-TRANS TO REG-DIETA-SAL
               MOVE WS-FH-AAAAMMDD
                 TO DI-FECHA-MODIF OF REG-DIETA-SAL
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3300-LEER-DIETA-ANT.
           IF FS-DIETA-ANT-OK THEN
             READ F-DIETA-ANT
             IF FS-DIETA-ANT-OK THEN
               MOVE DI-NIF OF REG-DIETA TO WS-CLAVE-REG
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
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           CLOSE F-DIETA-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAL'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAL' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
