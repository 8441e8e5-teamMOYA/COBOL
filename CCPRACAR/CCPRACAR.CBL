       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAR.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CARGA DEL REGISTRO DE COMPETENCIAS CLAVE       *
      *                 (RCOMPCLA) CON EL FICHERO QUE ENTREGAN LAS     *
      *                 JUNTAS DE EVALUACION, EN EL MOLDE DE CCPRAC9Y. *
      *                 CADA LINEA TRAE NIF, ANO, COLEGIO, CURSO, LOS  *
      *                 OCHO NIVELES (1-4, EN EL ORDEN DE WCOMPCLA) Y  *
      *                 LA FECHA DE LA JUNTA. SE VALIDA EL NIF (VIA    *
      *                 MODVALNI), COLEGIO, CURSO Y NIVELES, Y CONTRA  *
      *                 EL CALENDARIO ACADEMICO (MODCALEN) QUE LA      *
      *                 FECHA DE LA JUNTA CAIGA EN UN TRIMESTRE        *
      *                 ABIERTO DEL MISMO ANO. LAS LINEAS BUENAS SE    *
      *                 ORDENAN POR NIF+ANO Y SE APLICAN EN UN MERGE   *
      *                 CONTRA EL REGISTRO VIEJO: LA JUNTA SUSTITUYE   *
      *                 AL REGISTRO QUE HUBIERA DEL MISMO NIF+ANO Y,   *
      *                 SI EL FICHERO TRAE DOS VECES LA MISMA CLAVE,   *
      *                 VALE LA ULTIMA CON AVISO.                      *
      *                 EL FICHERO DE LA JUNTA NO TIENE SITIO PARA EL  *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODA LA CARGA, Y *
      *                 CADA LINEA SE COMPRUEBA CON EL EN LA MATRIZ DE *
      *                 AUTORIZACION (MODAUTOR, OPCION MODIFICACION Y  *
      *                 COLEGIO DE LA LINEA); SI NO ESTA AUTORIZADA SE *
      *                 RECHAZA Y QUEDA ANOTADA EN EL DIARIO AUTOLOG.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-COMPCLA-ANT ASSIGN COMPETEN
               FILE STATUS IS FS-COMPCLA-ANT.

           SELECT F-COMPCLA-NUEVO ASSIGN COMPNUEV
               FILE STATUS IS FS-COMPCLA-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-COMPCLA-ANT
           RECORDING MODE IS F.
           COPY RCOMPCLA.

       FD F-COMPCLA-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-COMPCLA-NUEVO.
       01 REG-COMPCLA-NUEVO        PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-NIF         PIC X(9).
               10 TR-ANO         PIC 9(4).
           05 TR-COLEGIO     PIC 99.
           05 TR-CURSO       PIC 9.
           05 TR-NIVELES     PIC X(8).
           05 TR-FECHA-JUNTA PIC X(8).
           05 TR-LINEA       PIC 9(5).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-COMPCLA-ANT PIC XX.
               88 FS-COMPCLA-ANT-OK     VALUE '00'.
               88 FS-COMPCLA-ANT-EOF    VALUE '10'.
               88 FS-COMPCLA-ANT-NO-EXISTE VALUE '35'.
           05 FS-COMPCLA-NUEVO PIC XX.
               88 FS-COMPCLA-NUEVO-OK   VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-ANO          PIC X(4).
           05 E-ANO-N REDEFINES E-ANO PIC 9(4).
           05 FILLER         PIC X.
           05 E-COLEGIO      PIC XX.
           05 E-COLEGIO-N REDEFINES E-COLEGIO PIC 99.
           05 FILLER         PIC X.
           05 E-CURSO        PIC X.
           05 E-CURSO-N REDEFINES E-CURSO PIC 9.
           05 FILLER         PIC X.
           05 E-NIVELES.
               10 E-NIVEL    PIC X OCCURS 8.
           05 FILLER         PIC X.
           05 E-FECHA-JUNTA  PIC X(8).
           05 FILLER         PIC X(43).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-ALTAS-OK          PIC 9(5) VALUE 0.
           05 C-SUSTITUIDOS       PIC 9(5) VALUE 0.
           05 C-DUPLICADAS        PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-COMP              PIC 9.

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
               88 W-CAL-VALIDO       VALUE 'S'.
           05 W-CAL-MOTIVO      PIC X(20).

       01 WS-CLAVE-REG.
           05 WS-CR-NIF            PIC X(9).
           05 WS-CR-ANO            PIC 9(4).

       01 WS-TRANS-ACTUAL.
           05 WA-CLAVE.
               10 WA-NIF         PIC X(9).
               10 WA-ANO         PIC 9(4).
           05 WA-COLEGIO     PIC 99.
           05 WA-CURSO       PIC 9.
           05 WA-NIVELES     PIC X(8).
           05 WA-FECHA-JUNTA PIC X(8).
           05 WA-LINEA       PIC 9(5).

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

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

           COPY RCOMPCLA REPLACING REG-COMPCLA BY REG-COMPCLA-SAL.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-NIF TR-ANO
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
               DISPLAY '*CCPRACAR*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAR'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-COMPCLA-ANT
           IF FS-COMPCLA-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAR*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-COMPCLA-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO COMPETENCIAS'
               DISPLAY FS-COMPCLA-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-COMPCLA-ANT
           END-IF

           OPEN OUTPUT F-COMPCLA-NUEVO
           IF NOT FS-COMPCLA-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO COMPETENCIAS NUEVO'
               DISPLAY FS-COMPCLA-NUEVO
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
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-NIF          TO TR-NIF
               MOVE E-ANO-N        TO TR-ANO
               MOVE E-COLEGIO-N    TO TR-COLEGIO
               MOVE E-CURSO-N      TO TR-CURSO
               MOVE E-NIVELES      TO TR-NIVELES
               MOVE E-FECHA-JUNTA  TO TR-FECHA-JUNTA
               MOVE C-LEIDAS       TO TR-LINEA
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
           EVALUATE TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRACAR*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ANO NOT NUMERIC
               DISPLAY '*CCPRACAR*ANO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-ANO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-COLEGIO NOT NUMERIC OR E-COLEGIO-N = 0
               DISPLAY '*CCPRACAR*COLEGIO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-CURSO NOT NUMERIC OR E-CURSO-N = 0
               DISPLAY '*CCPRACAR*CURSO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-CURSO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-FECHA-JUNTA NOT NUMERIC
               DISPLAY '*CCPRACAR*FECHA*JUNTA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA-JUNTA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
             IF NOT W-OPERADOR-AUTORIZADO THEN
               DISPLAY '*CCPRACAR*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-COLEGIO
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
               IF E-NIVEL (C-COMP) < '1' OR E-NIVEL (C-COMP) > '4'
                   THEN
                 SET REGISTRO-RECHAZADO TO TRUE
               END-IF
             END-PERFORM
             IF REGISTRO-RECHAZADO THEN
               DISPLAY '*CCPRACAR*NIVEL*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-NIVELES
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM 2200-VALIDAR-CALENDARIO
           END-IF
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA LINEA DE LA JUNTA SUSTITUYE AL REGISTRO DEL NIF+ANO: SE
      *    EXIGE EL PERMISO DE MODIFICACION PARA SU COLEGIO
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'         TO W-AUT-TRANS
           MOVE E-COLEGIO-N TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-ANO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAR'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2200-VALIDAR-CALENDARIO.
      *    LA JUNTA TIENE QUE CAER EN EL CURSO DEL ANO QUE EVALUA Y
      *    EN UN TRIMESTRE TODAVIA ABIERTO: UN TRIMESTRE CERRADO YA
      *    NO ADMITE RESULTADOS DE EVALUACION
           MOVE E-FECHA-JUNTA TO W-CAL-FECHA
           CALL "MODCALEN" USING 'T' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           IF NOT W-CAL-VALIDO THEN
             DISPLAY '*CCPRACAR*FECHA*FUERA*DE*CALENDARIO* LINEA '
                 C-LEIDAS ': ' E-FECHA-JUNTA ' ' W-CAL-MOTIVO
             SET REGISTRO-RECHAZADO TO TRUE
           ELSE
             IF W-CAL-ANO NOT = E-ANO-N THEN
               DISPLAY '*CCPRACAR*JUNTA*DE*OTRO*ANO* LINEA '
                   C-LEIDAS ': ' E-FECHA-JUNTA ' ES DEL ' W-CAL-ANO
               SET REGISTRO-RECHAZADO TO TRUE
             ELSE
               CALL "MODCALEN" USING 'V' W-CAL-ANO W-CAL-TRIMESTRE
                                      W-CAL-FECHA W-CAL-RESULTADO
                                      W-CAL-MOTIVO
               END-CALL
               IF NOT W-CAL-VALIDO THEN
                 DISPLAY '*CCPRACAR*TRIMESTRE*NO*ABIERTO* LINEA '
                     C-LEIDAS ': ' W-CAL-ANO ' / ' W-CAL-TRIMESTRE
                     ' - ' W-CAL-MOTIVO
                 SET REGISTRO-RECHAZADO TO TRUE
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       3000-APLICAR-MERGE.
      *    SE RETIENE CADA TRANSACCION HASTA VER LA SIGUIENTE: SI
      *    TRAE LA MISMA CLAVE, LA RETENIDA SE DESCARTA
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             MOVE REG-TRANS TO WS-TRANS-ACTUAL
             PERFORM 3400-RETURN-TRANS
             IF NOT FIN-DE-TRANS AND TR-CLAVE = WA-CLAVE THEN
               DISPLAY '*CCPRACAR*JUNTA*DUPLICADA* LINEA ' WA-LINEA
                   ': ' WA-NIF ' ' WA-ANO ' - VALE LA LINEA '
                   TR-LINEA
               ADD 1 TO C-DUPLICADAS
             ELSE
               PERFORM UNTIL WS-CLAVE-REG >= WA-CLAVE
                 WRITE REG-COMPCLA-NUEVO FROM REG-COMPCLA
                 ADD 1 TO C-ARRASTRADOS
                 PERFORM 3300-LEER-COMPCLA-ANT
               END-PERFORM
               PERFORM 3100-APLICAR-UNA
             END-IF
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-COMPCLA-NUEVO FROM REG-COMPCLA
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-COMPCLA-ANT
           END-PERFORM
           IF FS-COMPCLA-ANT-OK OR FS-COMPCLA-ANT-EOF THEN
             CLOSE F-COMPCLA-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           PERFORM 3200-ESCRIBIR-DE-TRANS
           IF WS-CLAVE-REG = WA-CLAVE THEN
      *      LA NUEVA JUNTA CONSUME EL REGISTRO VIEJO
             PERFORM 3300-LEER-COMPCLA-ANT
             ADD 1 TO C-SUSTITUIDOS
           ELSE
             ADD 1 TO C-ALTAS-OK
           END-IF
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-COMPCLA-SAL
           MOVE WA-NIF         TO KC-NIF OF REG-COMPCLA-SAL
           MOVE WA-ANO         TO KC-ANO OF REG-COMPCLA-SAL
           MOVE WA-COLEGIO     TO KC-COLEGIO OF REG-COMPCLA-SAL
           MOVE WA-CURSO       TO KC-CURSO OF REG-COMPCLA-SAL
           MOVE WA-NIVELES     TO KC-NIVELES OF REG-COMPCLA-SAL
           MOVE WA-FECHA-JUNTA TO KC-FECHA-JUNTA OF REG-COMPCLA-SAL
           MOVE WS-FH-AAAAMMDD TO KC-FECHA-CARGA OF REG-COMPCLA-SAL
           WRITE REG-COMPCLA-NUEVO FROM REG-COMPCLA-SAL
           .
      ******************************************************************
       3300-LEER-COMPCLA-ANT.
           IF FS-COMPCLA-ANT-OK THEN
             READ F-COMPCLA-ANT
             IF FS-COMPCLA-ANT-OK THEN
               MOVE KC-NIF OF REG-COMPCLA TO WS-CR-NIF
               MOVE KC-ANO OF REG-COMPCLA TO WS-CR-ANO
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
           DISPLAY 'LINEAS LEIDAS:        ' C-LEIDAS
           DISPLAY 'ALUMNOS NUEVOS:       ' C-ALTAS-OK
           DISPLAY 'SUSTITUIDOS:          ' C-SUSTITUIDOS
           DISPLAY 'DUPLICADAS:           ' C-DUPLICADAS
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           CLOSE F-COMPCLA-NUEVO
           CALL "MODCALEN" USING 'C' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAR'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAR' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
