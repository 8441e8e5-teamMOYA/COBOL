      *                 ALTA SOBRE NIF EXISTENTE, BAJA O               *
      *                 MODIFICACION SOBRE NIF AUSENTE SE RECHAZAN     *
      *                 CON SU MOTIVO Y NO FRENAN EL RESTO DEL LOTE.   *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA TRANSACCION SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR); SI NO PUEDE *
      *                 USAR ESA OPCION SE RECHAZA Y QUEDA ANOTADA EN  *
      *                 EL DIARIO AUTOLOG.                             *
      *                 LAS TRANSACCIONES QUE LLEGAN DEL PORTAL DE     *
      *                 FAMILIAS (GENERADAS POR CCPRACB5, OPERADOR     *
      *                 PORTAL) TRAEN EL NUMERO DE LA PETICION EN LA   *
      *                 COLUMNA 77: SU RESULTADO, APLICADA O           *
      *                 RECHAZADA CON SU MOTIVO, SE ANADE AL ACUSE     *
      *                 PARA EL PORTAL (ACUPORT, RACUPORT) SI EL DD    *
      *                 VIENE INFORMADO.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-CONT-NUEVO ASSIGN CONTNUEV
               FILE STATUS IS FS-CONT-NUEVO.

           SELECT F-ACUSES ASSIGN ACUPORT
               FILE STATUS IS FS-ACUSES.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
           DATA RECORD REG-CONT-NUEVO.
       01 REG-CONT-NUEVO           PIC X(80).

       FD F-ACUSES
           RECORDING MODE IS F.
           COPY RACUPORT.

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-TUTOR       PIC X(20).
           05 TR-TELEFONO    PIC X(9).
           05 TR-CONSENT     PIC X.
           05 TR-REFERENCIA  PIC X(4).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
               88 FS-CONT-ANT-NO-EXISTE VALUE '35'.
           05 FS-CONT-NUEVO PIC XX.
               88 FS-CONT-NUEVO-OK  VALUE '00'.
           05 FS-ACUSES PIC XX.
               88 FS-ACUSES-OK      VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 E-TELEFONO     PIC X(9).
           05 FILLER         PIC X.
           05 E-CONSENT      PIC X.
           05 E-REFERENCIA   PIC X(4).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

       01 WS-ACUSES-FLAG       PIC X VALUE 'N'.
           88 HAY-ACUSES            VALUE 'S'.
       01 W-ACUSE.
           05 W-AC-REFERENCIA   PIC X(4).
           05 W-AC-NIF          PIC X(9).
           05 W-AC-ESTADO       PIC X.
           05 W-AC-MOTIVO       PIC X(40).
       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD    PIC X(8).
           05 FILLER            PIC X(13).

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC94*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC94'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-CONT-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

      *    EL ACUSE DEL PORTAL LO CREA CCPRACB5; AQUI SOLO SE AMPLIA
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           OPEN EXTEND F-ACUSES
           IF FS-ACUSES-OK THEN
               SET HAY-ACUSES TO TRUE
           END-IF
           .
      ******************************************************************
       2000-VALIDAR-TRANSACCIONES.
               MOVE E-TUTOR     TO TR-TUTOR
               MOVE E-TELEFONO  TO TR-TELEFONO
               MOVE E-CONSENT   TO TR-CONSENT
               MOVE E-REFERENCIA TO TR-REFERENCIA
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE SPACES TO W-AC-MOTIVO
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRAC94*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               MOVE 'OPCION INVALIDA' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRAC94*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION ' ' E-NIF
               ADD 1 TO C-NO-AUTORIZADAS
               MOVE 'OPERADOR NO AUTORIZADO' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRAC94*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               MOVE 'DOCUMENTO INVALIDO' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-DIRECCION = SPACES
               DISPLAY '*CCPRAC94*DIRECCION*VACIA* LINEA ' C-LEIDAS
               MOVE 'DIRECCION VACIA' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B' AND E-CP NOT NUMERIC
               DISPLAY '*CCPRAC94*CP*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-CP
               MOVE 'CODIGO POSTAL INVALIDO' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION NOT = 'B'
                 AND E-CONSENT NOT = 'S' AND E-CONSENT NOT = 'N'
               DISPLAY '*CCPRAC94*CONSENTIMIENTO*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-CONSENT
               MOVE 'CONSENTIMIENTO DEBE SER S O N' TO W-AC-MOTIVO
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
             MOVE E-REFERENCIA TO W-AC-REFERENCIA
             MOVE E-NIF        TO W-AC-NIF
             MOVE 'R'          TO W-AC-ESTADO
             PERFORM 3500-ACUSE-PORTAL
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    EL CONTACTO NO LLEVA COLEGIO: SOLO CUENTAN EL PROGRAMA Y LA
      *    OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC94'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           .
      ******************************************************************
       3100-APLICAR-UNA.
           MOVE TR-REFERENCIA TO W-AC-REFERENCIA
           MOVE TR-NIF        TO W-AC-NIF
           MOVE 'A'           TO W-AC-ESTADO
           MOVE SPACES        TO W-AC-MOTIVO
           EVALUATE TRUE
             WHEN TR-OPCION = 'A'
                 AND NIF OF REG-CONTACTO = TR-NIF
               DISPLAY '*CCPRAC94*ALTA*YA*EXISTE* ' TR-NIF
               ADD 1 TO C-RECHAZADAS
               MOVE 'R' TO W-AC-ESTADO
               MOVE 'YA EXISTE CONTACTO PARA EL NIF' TO W-AC-MOTIVO
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
               DISPLAY '*CCPRAC94*NIF*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF
               ADD 1 TO C-RECHAZADAS
               MOVE 'R' TO W-AC-ESTADO
               MOVE 'NO EXISTE CONTACTO PARA EL NIF' TO W-AC-MOTIVO
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-CONT-ANT
               PERFORM 3300-LEER-CONT-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           PERFORM 3500-ACUSE-PORTAL
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
               AT END SET FIN-DE-TRANS TO TRUE
           END-RETURN
           .
      ******************************************************************
       3500-ACUSE-PORTAL.
      *    SOLO LAS TRANSACCIONES DEL PORTAL LLEVAN NUMERO DE PETICION
           IF HAY-ACUSES AND W-AC-REFERENCIA NOT = SPACES THEN
             INITIALIZE REG-ACUSE-PORTAL
             MOVE WS-FH-AAAAMMDD  TO AC-FECHA
             MOVE W-AC-REFERENCIA TO AC-REFERENCIA
             MOVE 'C'             TO AC-TIPO
             MOVE W-AC-NIF        TO AC-NIF
             MOVE W-AC-ESTADO     TO AC-ESTADO
             MOVE W-AC-MOTIVO     TO AC-MOTIVO
             WRITE REG-ACUSE-PORTAL
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'TRANSACCIONES LEIDAS: ' C-LEIDAS
           DISPLAY 'MODIFICACIONES:       ' C-MODIF-OK
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           CLOSE F-CONT-NUEVO
           IF HAY-ACUSES THEN
             CLOSE F-ACUSES
           END-IF
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC94'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC94' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
