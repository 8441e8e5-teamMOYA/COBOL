       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9Z.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL REGISTRO DE PARTES DE        *
      *                 CONVIVENCIA (RPARTES) POR NIF+FECHA+SECUENCIA, *
      *                 EN EL MOLDE DE CCPRAC94. HASTA AHORA LOS       *
      *                 PARTES VIVIAN EN PAPEL EN CADA JEFATURA DE     *
      *                 ESTUDIOS. LEE TRANSACCIONES DE ALTA / BAJA /   *
      *                 MODIFICACION, LAS VALIDA (NIF CON LETRA DE     *
      *                 CONTROL VIA MODVALNI, FECHA DENTRO DEL         *
      *                 CALENDARIO ACADEMICO VIA MODCALEN, GRAVEDAD    *
      *                 L/G/M, SANCION INFORMADA Y PROFESOR QUE        *
      *                 COMUNICA EXISTENTE EN LA TABLA PROFESORES,     *
      *                 COMO CCPRAC44 VALIDA EL TUTOR), LAS ORDENA POR *
      *                 LA CLAVE CON UN SORT INTERNO Y LAS APLICA EN   *
      *                 UN MERGE SECUENCIAL CONTRA EL REGISTRO VIEJO,  *
      *                 ESCRIBIENDO EL NUEVO. LA MODIFICACION CONSERVA *
      *                 LAS MARCAS DE NOTIFICADO Y ACUMULADO QUE       *
      *                 PONE CCPRACA0.                                 *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA TRANSACCION SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR), CON EL      *
      *                 COLEGIO DEL PARTE; SI NO PUEDE USAR ESA OPCION *
      *                 SE RECHAZA Y QUEDA ANOTADA EN EL DIARIO        *
      *                 AUTOLOG.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-PARTES-ANT ASSIGN PARTANT
               FILE STATUS IS FS-PARTES-ANT.

           SELECT F-PARTES-NUEVO ASSIGN PARTNUE
               FILE STATUS IS FS-PARTES-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-PARTES-ANT
           RECORDING MODE IS F.
           COPY RPARTES.

       FD F-PARTES-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-PARTE-NUEVO.
       01 REG-PARTE-NUEVO          PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-NIF         PIC X(9).
               10 TR-FECHA       PIC X(8).
               10 TR-SECUENCIA   PIC 9.
           05 TR-OPCION      PIC X.
           05 TR-ANO         PIC 9(4).
           05 TR-COLEGIO     PIC 99.
           05 TR-GRAVEDAD    PIC X.
           05 TR-PROFESOR    PIC 9(4).
           05 TR-SANCION     PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-PARTES-ANT PIC XX.
               88 FS-PARTES-ANT-OK  VALUE '00'.
               88 FS-PARTES-ANT-EOF VALUE '10'.
               88 FS-PARTES-ANT-NO-EXISTE VALUE '35'.
           05 FS-PARTES-NUEVO PIC XX.
               88 FS-PARTES-NUEVO-OK VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X.
           05 E-SECUENCIA    PIC X.
           05 E-SECUENCIA-N REDEFINES E-SECUENCIA PIC 9.
           05 FILLER         PIC X.
           05 E-ANO          PIC X(4).
           05 E-ANO-N REDEFINES E-ANO PIC 9(4).
           05 FILLER         PIC X.
           05 E-COLEGIO      PIC XX.
           05 E-COLEGIO-N REDEFINES E-COLEGIO PIC 99.
           05 FILLER         PIC X.
           05 E-GRAVEDAD     PIC X.
           05 FILLER         PIC X.
           05 E-PROFESOR     PIC X(4).
           05 E-PROFESOR-N REDEFINES E-PROFESOR PIC 9(4).
           05 FILLER         PIC X.
           05 E-SANCION      PIC X(30).
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

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
           05 W-CAL-FECHA       PIC X(8).
           05 W-CAL-RESULTADO   PIC X.
               88 W-FECHA-EN-CURSO      VALUE 'S'.
           05 W-CAL-MOTIVO      PIC X(20).

       01 W-PROF-EXISTE        PIC S9(9) USAGE COMP.
       01 W-PROF-BUSCADO       PIC S9(4) USAGE COMP.

       01 WS-CLAVE-REG.
           05 WS-CR-NIF            PIC X(9).
           05 WS-CR-FECHA          PIC X(8).
           05 WS-CR-SECUENCIA      PIC 9.

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

           COPY RPARTES REPLACING REG-PARTE BY REG-PARTE-SAL
               PC-NIF BY PS-NIF PC-FECHA BY PS-FECHA
               PC-SECUENCIA BY PS-SECUENCIA
               PC-ANO-ACADEMICO BY PS-ANO-ACADEMICO
               PC-COLEGIO BY PS-COLEGIO
               PC-GRAVEDAD BY PS-GRAVEDAD
               PC-LEVE BY PS-LEVE PC-GRAVE BY PS-GRAVE
               PC-MUY-GRAVE BY PS-MUY-GRAVE
               PC-GRAVEDAD-VALIDA BY PS-GRAVEDAD-VALIDA
               PC-PROFESOR BY PS-PROFESOR
               PC-SANCION BY PS-SANCION
               PC-NOTIFICADO BY PS-NOTIFICADO
               PC-YA-NOTIFICADO BY PS-YA-NOTIFICADO
               PC-ACUMULADO BY PS-ACUMULADO
               PC-LEVE-ACUMULADA BY PS-LEVE-ACUMULADA.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           COPY WSQLCOD.

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-NIF TR-FECHA TR-SECUENCIA
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
               DISPLAY '*CCPRAC9Z*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC9Z'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-PARTES-ANT
           IF FS-PARTES-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRAC9Z*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-PARTES-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO PARTES'
               DISPLAY FS-PARTES-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-PARTE-ANT
           END-IF

           OPEN OUTPUT F-PARTES-NUEVO
           IF NOT FS-PARTES-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO PARTES NUEVO'
               DISPLAY FS-PARTES-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           CALL "MODCALEN" USING 'O' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           .
      ******************************************************************
       2000-VALIDAR-TRANSACCIONES.
           READ F-ENTRADA INTO LINEA-ENTRADA
           PERFORM UNTIL FS-ENTRADA-EOF
             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-UNA
             IF NOT REGISTRO-RECHAZADO
                 AND E-OPCION NOT = 'B' THEN
               PERFORM 2200-VALIDAR-PROFESOR
             END-IF
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-NIF          TO TR-NIF
               MOVE E-FECHA        TO TR-FECHA
               MOVE E-SECUENCIA-N  TO TR-SECUENCIA
               MOVE E-OPCION       TO TR-OPCION
               IF E-OPCION = 'B' THEN
                 MOVE 0            TO TR-ANO
                 MOVE 0            TO TR-COLEGIO
                 MOVE 0            TO TR-PROFESOR
               ELSE
                 MOVE E-ANO-N      TO TR-ANO
                 MOVE E-COLEGIO-N  TO TR-COLEGIO
                 MOVE E-PROFESOR-N TO TR-PROFESOR
               END-IF
               MOVE E-GRAVEDAD     TO TR-GRAVEDAD
               MOVE E-SANCION      TO TR-SANCION
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
           MOVE E-FECHA TO W-CAL-FECHA
           CALL "MODCALEN" USING 'F' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           MOVE E-GRAVEDAD TO PS-GRAVEDAD
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRAC9Z*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRAC9Z*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION ' ' E-COLEGIO
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRAC9Z*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-FECHA NOT NUMERIC
               DISPLAY '*CCPRAC9Z*FECHA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
      *      LA BAJA DE UN PARTE ANTIGUO NO DEPENDE DE QUE SU CURSO
      *      SIGA CARGADO EN EL CALENDARIO
             WHEN E-OPCION NOT = 'B' AND NOT W-FECHA-EN-CURSO
               DISPLAY '*CCPRAC9Z*FECHA*FUERA*DE*CURSO* LINEA '
                   C-LEIDAS ': ' E-FECHA ' ' W-CAL-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-SECUENCIA NOT NUMERIC
               DISPLAY '*CCPRAC9Z*SECUENCIA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-SECUENCIA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION = 'B'
               CONTINUE
             WHEN E-ANO NOT NUMERIC
               DISPLAY '*CCPRAC9Z*ANO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-ANO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-COLEGIO NOT NUMERIC OR E-COLEGIO-N = 0
               DISPLAY '*CCPRAC9Z*COLEGIO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT PS-GRAVEDAD-VALIDA
               DISPLAY '*CCPRAC9Z*GRAVEDAD*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-GRAVEDAD
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-PROFESOR NOT NUMERIC OR E-PROFESOR-N = 0
               DISPLAY '*CCPRAC9Z*PROFESOR*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-PROFESOR
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-SANCION = SPACES
               DISPLAY '*CCPRAC9Z*SIN*SANCION* LINEA ' C-LEIDAS
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA BAJA PUEDE VENIR SIN COLEGIO: ENTONCES SE COMPRUEBA COMO
      *    00, QUE SOLO MIRA EL PROGRAMA Y LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           IF E-COLEGIO NUMERIC THEN
             MOVE E-COLEGIO-N TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  E-FECHA (3:6) DELIMITED BY SIZE
                  E-SECUENCIA DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC9Z'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2200-VALIDAR-PROFESOR.
      *    EL PROFESOR QUE COMUNICA EL PARTE DEBE EXISTIR EN PROFESORES
           MOVE E-PROFESOR-N TO W-PROF-BUSCADO
           EXEC SQL
             SELECT COUNT(*)
               INTO :W-PROF-EXISTE
               FROM PROFESORES
              WHERE COD_PROFESOR = :W-PROF-BUSCADO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SQLCODE TO SQL-ERROR
             CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
             END-CALL
             DISPLAY '*CCPRAC9Z*ERROR*SQL*PROFESOR* ' WS-SQL-MENSAJE
             SET REGISTRO-RECHAZADO TO TRUE
             ADD 1 TO C-RECHAZADAS
           ELSE
             IF W-PROF-EXISTE = 0 THEN
               DISPLAY '*CCPRAC9Z*PROFESOR*NO*EXISTE* LINEA '
                   C-LEIDAS ': ' E-PROFESOR
               SET REGISTRO-RECHAZADO TO TRUE
               ADD 1 TO C-RECHAZADAS
             END-IF
           END-IF
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               WRITE REG-PARTE-NUEVO FROM REG-PARTE
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-PARTE-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-PARTE-NUEVO FROM REG-PARTE
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-PARTE-ANT
           END-PERFORM
           IF FS-PARTES-ANT-OK OR FS-PARTES-ANT-EOF THEN
             CLOSE F-PARTES-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRAC9Z*ALTA*YA*EXISTE* ' TR-NIF
                   ' ' TR-FECHA ' ' TR-SECUENCIA
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               INITIALIZE REG-PARTE-SAL
               MOVE 'N' TO PS-NOTIFICADO
               MOVE 'N' TO PS-ACUMULADO
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRAC9Z*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF ' ' TR-FECHA ' ' TR-SECUENCIA
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-PARTE-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
      *        LA MODIFICACION CONSERVA LAS MARCAS DE LA ESCALADA
               MOVE REG-PARTE TO REG-PARTE-SAL
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-PARTE-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           MOVE TR-NIF         TO PS-NIF
           MOVE TR-FECHA       TO PS-FECHA
           MOVE TR-SECUENCIA   TO PS-SECUENCIA
           MOVE TR-ANO         TO PS-ANO-ACADEMICO
           MOVE TR-COLEGIO     TO PS-COLEGIO
           MOVE TR-GRAVEDAD    TO PS-GRAVEDAD
           MOVE TR-PROFESOR    TO PS-PROFESOR
           MOVE TR-SANCION     TO PS-SANCION
           WRITE REG-PARTE-NUEVO FROM REG-PARTE-SAL
           .
      ******************************************************************
       3300-LEER-PARTE-ANT.
           IF FS-PARTES-ANT-OK THEN
             READ F-PARTES-ANT
             IF FS-PARTES-ANT-OK THEN
               MOVE PC-NIF       TO WS-CR-NIF
               MOVE PC-FECHA     TO WS-CR-FECHA
               MOVE PC-SECUENCIA TO WS-CR-SECUENCIA
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
           CALL "MODCALEN" USING 'C' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           CLOSE F-PARTES-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC9Z'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9Z' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
