       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAE.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: RECOGIDA DE LAS PREFERENCIAS DE OPTATIVAS      *
      *                 (RPREFOPT) POR NIF+ANO, EN EL MOLDE DE         *
      *                 CCPRAC94. LEE TRANSACCIONES DE ALTA / BAJA /   *
      *                 MODIFICACION, LAS VALIDA (NIF CON LETRA DE     *
      *                 CONTROL VIA MODVALNI, ANO NUMERICO, CURSO      *
      *                 1-9, DE UNA A CUATRO OPCIONES SEGUIDAS Y SIN   *
      *                 REPETIR, CADA UNA OPTATIVA DE ESE CURSO EN EL  *
      *                 PLAN DE ESTUDIOS VIA MODPLANE, FECHA           *
      *                 AAAAMMDD), LAS ORDENA POR LA CLAVE CON UN SORT *
      *                 INTERNO Y LAS APLICA EN UN MERGE SECUENCIAL    *
      *                 CONTRA EL REGISTRO VIEJO, ESCRIBIENDO EL       *
      *                 NUEVO. LA ADJUDICACION LA HACE CCPRACAF.       *
      *                 LA TRANSACCION NO LLEVA COLEGIO, ASI QUE LA    *
      *                 VALIDACION NO DEPENDE DE LA ETAPA EDUCATIVA:   *
      *                 NO SE FIJA ETAPA EN MODPLANE Y VALE UNA        *
      *                 OPTATIVA DEL CURSO EN EL PLAN DE CUALQUIER     *
      *                 ETAPA.                                         *
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

           SELECT F-PREF-ANT ASSIGN PREFANT
               FILE STATUS IS FS-PREF-ANT.

           SELECT F-PREF-NUEVO ASSIGN PREFNUEV
               FILE STATUS IS FS-PREF-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-PREF-ANT
           RECORDING MODE IS F.
           COPY RPREFOPT.

       FD F-PREF-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-PREF-NUEVO.
       01 REG-PREF-NUEVO           PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-NIF         PIC X(9).
               10 TR-ANO         PIC 9(4).
           05 TR-OPCION      PIC X.
           05 TR-CURSO       PIC 9.
           05 TR-OPCIONES    PIC X(4).
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-PREF-ANT PIC XX.
               88 FS-PREF-ANT-OK        VALUE '00'.
               88 FS-PREF-ANT-EOF       VALUE '10'.
               88 FS-PREF-ANT-NO-EXISTE VALUE '35'.
           05 FS-PREF-NUEVO PIC XX.
               88 FS-PREF-NUEVO-OK      VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-ANO          PIC X(4).
           05 E-ANO-N REDEFINES E-ANO PIC 9(4).
           05 FILLER         PIC X.
           05 E-CURSO        PIC X.
           05 E-CURSO-N REDEFINES E-CURSO PIC 9.
           05 FILLER         PIC X.
           05 E-OPCIONES.
               10 E-OPC      PIC X OCCURS 4.
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X(48).

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

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
               88 W-PLA-OPTATIVA           VALUE 'P'.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

      *    MOTIVO DE LA PRIMERA OPCION QUE FALLA, EN BLANCO SI TODAS
      *    SON VALIDAS
       01 WS-MOTIVO-OPCIONES      PIC X(24).
       01 WS-IDX-OPC              PIC 9.
       01 WS-IDX-OTRA             PIC 9.
       01 WS-FIN-OPCIONES         PIC X.
           88 SIN-MAS-OPCIONES         VALUE 'S'.

       01 WS-CLAVE-REG.
           05 WS-CR-NIF            PIC X(9).
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

           COPY RPREFOPT REPLACING REG-PREFERENCIA BY REG-PREF-SAL
               PO-NIF BY PS-NIF PO-ANO-ACADEMICO BY PS-ANO-ACADEMICO
               PO-CURSO BY PS-CURSO PO-OPCIONES BY PS-OPCIONES
               PO-OPCION BY PS-OPCION PO-FECHA-ALTA BY PS-FECHA-ALTA.

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
               DISPLAY '*CCPRACAE*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAE'
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

           OPEN INPUT F-PREF-ANT
           IF FS-PREF-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAE*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-PREF-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO PREFERENCIAS'
               DISPLAY FS-PREF-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-PREF-ANT
           END-IF

           OPEN OUTPUT F-PREF-NUEVO
           IF NOT FS-PREF-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO PREFERENCIAS NUEVO'
               DISPLAY FS-PREF-NUEVO
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
               MOVE E-ANO-N        TO TR-ANO
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-CURSO        TO TR-CURSO
               MOVE E-OPCIONES     TO TR-OPCIONES
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
           MOVE SPACES TO WS-MOTIVO-OPCIONES
           IF E-OPCION NOT = 'B' AND E-CURSO NUMERIC
               AND E-CURSO-N >= 1 THEN
             PERFORM 2200-VALIDAR-OPCIONES
           END-IF
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACAE*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACAE*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRACAE*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ANO NOT NUMERIC
               DISPLAY '*CCPRACAE*ANO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-ANO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION = 'B'
               CONTINUE
             WHEN E-CURSO NOT NUMERIC OR E-CURSO-N < 1
               DISPLAY '*CCPRACAE*CURSO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-CURSO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN WS-MOTIVO-OPCIONES NOT = SPACES
               DISPLAY '*CCPRACAE*OPCIONES*INVALIDAS* LINEA '
                   C-LEIDAS ': ' E-OPCIONES ' ' WS-MOTIVO-OPCIONES
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-FECHA NOT NUMERIC
               DISPLAY '*CCPRACAE*FECHA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA PREFERENCIA NO LLEVA COLEGIO: SOLO CUENTAN EL PROGRAMA Y
      *    LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-ANO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAE'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2200-VALIDAR-OPCIONES.
      *    LAS OPCIONES VAN SEGUIDAS DESDE LA PRIMERA; UN BLANCO O UN
      *    CERO CIERRA LA LISTA Y DETRAS NO PUEDE HABER MAS
           MOVE 'N' TO WS-FIN-OPCIONES
           IF E-OPC (1) = SPACE OR E-OPC (1) = '0' THEN
             MOVE 'SIN PRIMERA OPCION' TO WS-MOTIVO-OPCIONES
           END-IF
           PERFORM VARYING WS-IDX-OPC FROM 1 BY 1
                   UNTIL WS-IDX-OPC > 4
                      OR WS-MOTIVO-OPCIONES NOT = SPACES
             EVALUATE TRUE
               WHEN E-OPC (WS-IDX-OPC) = SPACE
                   OR E-OPC (WS-IDX-OPC) = '0'
                 MOVE '0' TO E-OPC (WS-IDX-OPC)
                 SET SIN-MAS-OPCIONES TO TRUE
               WHEN SIN-MAS-OPCIONES
                 MOVE 'OPCION TRAS UN HUECO' TO WS-MOTIVO-OPCIONES
               WHEN E-OPC (WS-IDX-OPC) NOT NUMERIC
                 MOVE 'OPCION NO NUMERICA' TO WS-MOTIVO-OPCIONES
               WHEN OTHER
                 PERFORM 2210-VALIDAR-UNA-OPCION
             END-EVALUATE
           END-PERFORM
           .
      ******************************************************************
       2210-VALIDAR-UNA-OPCION.
           MOVE E-CURSO-N           TO W-PLA-CURSO
           MOVE E-OPC (WS-IDX-OPC)  TO W-PLA-ASIG
           CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           IF NOT W-PLAN-ENCONTRADA OR NOT W-PLA-OPTATIVA THEN
             MOVE 'NO ES OPTATIVA DEL CURSO' TO WS-MOTIVO-OPCIONES
           END-IF
           PERFORM VARYING WS-IDX-OTRA FROM 1 BY 1
                   UNTIL WS-IDX-OTRA >= WS-IDX-OPC
             IF E-OPC (WS-IDX-OTRA) = E-OPC (WS-IDX-OPC) THEN
               MOVE 'OPCION REPETIDA' TO WS-MOTIVO-OPCIONES
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               WRITE REG-PREF-NUEVO FROM REG-PREFERENCIA
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-PREF-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-PREF-NUEVO FROM REG-PREFERENCIA
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-PREF-ANT
           END-PERFORM
           IF FS-PREF-ANT-OK OR FS-PREF-ANT-EOF THEN
             CLOSE F-PREF-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRACAE*ALTA*YA*EXISTE* ' TR-NIF
                   ' ' TR-ANO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRACAE*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-NIF ' ' TR-ANO
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-PREF-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-PREF-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-PREF-SAL
           MOVE TR-NIF         TO PS-NIF
           MOVE TR-ANO         TO PS-ANO-ACADEMICO
           MOVE TR-CURSO       TO PS-CURSO
           MOVE TR-OPCIONES    TO PS-OPCIONES
           MOVE TR-FECHA       TO PS-FECHA-ALTA
           WRITE REG-PREF-NUEVO FROM REG-PREF-SAL
           .
      ******************************************************************
       3300-LEER-PREF-ANT.
           IF FS-PREF-ANT-OK THEN
             READ F-PREF-ANT
             IF FS-PREF-ANT-OK THEN
               MOVE PO-NIF           TO WS-CR-NIF
               MOVE PO-ANO-ACADEMICO TO WS-CR-ANO
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
           CLOSE F-PREF-NUEVO
           CALL "MODPLANE" USING 'C' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAE'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAE' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
