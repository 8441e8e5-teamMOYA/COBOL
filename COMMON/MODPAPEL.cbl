       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPAPEL.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSUMO DEL PAPEL DE SEGURIDAD PRENUMERADO DEL *
      *                 MINISTERIO EN QUE SE IMPRIMEN DIPLOMAS,        *
      *                 DUPLICADOS DE TITULO Y CERTIFICADOS. CADA      *
      *                 PROGRAMA QUE IMPRIME UNO DE ELLOS PIDE AQUI LA *
      *                 HOJA Y LA DEJA ANOTADA EN LOS MOVIMIENTOS      *
      *                 (RPAPMOV). PROTOCOLO, COMO MODCORRE:           *
      *                 'O' CARGA LOS RANGOS RECIBIDOS POR CADA        *
      *                     COLEGIO (RPAPSTOK), LA ULTIMA HOJA USADA   *
      *                     DE CADA UNO Y LAS HOJAS INUTILIZADAS, Y    *
      *                     ABRE LOS MOVIMIENTOS PARA ANADIR           *
      *                 'A' ASIGNA AL COLEGIO (L-COLEGIO) LA HOJA      *
      *                     SIGUIENTE A LA ULTIMA USADA DENTRO DE SUS  *
      *                     RANGOS, SALTANDO LAS INUTILIZADAS, LA      *
      *                     ANOTA CON EL DOCUMENTO (L-DOCUMENTO 'DIP', *
      *                     'DUP' O 'CER'), NIF, ANO, SERIE DEL TITULO *
      *                     Y CODIGO DE VERIFICACION, Y LA DEVUELVE EN *
      *                     L-SERIAL                                   *
      *                 'C' CIERRA LOS MOVIMIENTOS                     *
      *                 L-RESULTADO 'N' SI NO SE PUDO ABRIR O ESCRIBIR *
      *                 O SI AL COLEGIO NO LE QUEDA PAPEL: SIN HOJA NO *
      *                 SE IMPRIME EL DOCUMENTO.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAPSTOCK ASSIGN PAPSTOCK
               FILE STATUS IS FS-PAPSTOCK.

           SELECT F-PAPMOV ASSIGN PAPMOV
               FILE STATUS IS FS-PAPMOV.

       DATA DIVISION.
       FILE SECTION.
       FD F-PAPSTOCK
           RECORDING MODE IS F.
           COPY RPAPSTOK.

       FD F-PAPMOV
           RECORDING MODE IS F.
           COPY RPAPMOV.

       WORKING-STORAGE SECTION.
       01 FS-PAPSTOCK PIC XX.
           88 FS-PAPSTOCK-OK         VALUE '00'.
       01 FS-PAPMOV PIC XX.
           88 FS-PAPMOV-OK           VALUE '00'.
           88 FS-PAPMOV-NO-EXISTE    VALUE '35'.

       01 WS-MOVIMIENTOS-ABIERTOS PIC X VALUE 'N'.
           88 MOVIMIENTOS-ABIERTOS     VALUE 'S'.

       01 WS-FECHA-HOY         PIC X(21).

       01 T-RANGOS.
           05 C-RANGOS          PIC 9(4) VALUE 0.
           05 T-RG-ENTRADA OCCURS 1000.
               10 T-RG-COLEGIO   PIC 99.
               10 T-RG-DESDE     PIC 9(8).
               10 T-RG-HASTA     PIC 9(8).

       01 T-ULTIMA-USADA.
           05 T-UU-SERIAL       PIC 9(8) OCCURS 99.

       01 T-INUTILIZADAS.
           05 C-INUTILIZADAS    PIC 9(4) VALUE 0.
           05 T-IN-ENTRADA OCCURS 3000.
               10 T-IN-COLEGIO   PIC 99.
               10 T-IN-SERIAL    PIC 9(8).

       01 WS-IDX               PIC 9(4).
       01 WS-CANDIDATA         PIC 9(8).
       01 WS-SIGUIENTE         PIC 9(8).
       01 WS-INUTIL-FLAG       PIC X.
           88 HOJA-INUTILIZADA      VALUE 'S'.
       01 WS-BUSCAR-FLAG       PIC X.
           88 HOJA-ENCONTRADA       VALUE 'S'.
           88 SIN-PAPEL             VALUE 'F'.

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-DOCUMENTO       PIC X(3).
       01 L-COLEGIO         PIC 99.
       01 L-NIF             PIC X(9).
       01 L-ANO             PIC 9(4).
       01 L-TIT-SERIE       PIC 9(6).
       01 L-CODIGO          PIC X(14).
       01 L-PROGRAMA        PIC X(8).
       01 L-SERIAL          PIC 9(8).
       01 L-RESULTADO       PIC X.
           88 L-PAPEL-OK            VALUE 'S'.
           88 L-PAPEL-ERROR         VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-DOCUMENTO L-COLEGIO L-NIF
                                 L-ANO L-TIT-SERIE L-CODIGO
                                 L-PROGRAMA L-SERIAL L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           SET L-PAPEL-ERROR TO TRUE
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-ABRIR
               WHEN 'A' PERFORM 2200-ASIGNAR
               WHEN 'C' PERFORM 2300-CERRAR
               WHEN OTHER DISPLAY '*MOD*PAPEL*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-ABRIR.
           INITIALIZE T-RANGOS
           INITIALIZE T-ULTIMA-USADA
           INITIALIZE T-INUTILIZADAS
           OPEN INPUT F-PAPSTOCK
           IF NOT FS-PAPSTOCK-OK THEN
               DISPLAY '*MOD*PAPEL*SIN*EXISTENCIAS* ' FS-PAPSTOCK
           ELSE
               READ F-PAPSTOCK
               PERFORM UNTIL NOT FS-PAPSTOCK-OK
                   IF C-RANGOS < 1000 THEN
                       ADD 1 TO C-RANGOS
                       MOVE PS-COLEGIO TO T-RG-COLEGIO (C-RANGOS)
                       MOVE PS-DESDE   TO T-RG-DESDE (C-RANGOS)
                       MOVE PS-HASTA   TO T-RG-HASTA (C-RANGOS)
                   ELSE
                       DISPLAY '*MOD*PAPEL*TABLA*RANGOS*LLENA*'
                   END-IF
                   READ F-PAPSTOCK
               END-PERFORM
               CLOSE F-PAPSTOCK
           END-IF
           OPEN INPUT F-PAPMOV
           IF FS-PAPMOV-OK THEN
               READ F-PAPMOV
               PERFORM UNTIL NOT FS-PAPMOV-OK
                   PERFORM 2110-CARGAR-MOVIMIENTO
                   READ F-PAPMOV
               END-PERFORM
               CLOSE F-PAPMOV
           END-IF
           OPEN EXTEND F-PAPMOV
           IF FS-PAPMOV-NO-EXISTE THEN
               OPEN OUTPUT F-PAPMOV
           END-IF
           IF NOT FS-PAPMOV-OK THEN
               DISPLAY '*MOD*PAPEL*ERROR*ABRIR*MOVIMIENTOS* ' FS-PAPMOV
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               SET MOVIMIENTOS-ABIERTOS TO TRUE
               SET L-PAPEL-OK TO TRUE
           END-IF
           .

       2110-CARGAR-MOVIMIENTO.
           IF PM-COLEGIO >= 1 AND PM-COLEGIO <= 99 THEN
               IF PM-USADA THEN
                   IF PM-SERIAL > T-UU-SERIAL (PM-COLEGIO) THEN
                       MOVE PM-SERIAL TO T-UU-SERIAL (PM-COLEGIO)
                   END-IF
               ELSE
                   IF C-INUTILIZADAS < 3000 THEN
                       ADD 1 TO C-INUTILIZADAS
                       MOVE PM-COLEGIO TO T-IN-COLEGIO (C-INUTILIZADAS)
                       MOVE PM-SERIAL  TO T-IN-SERIAL (C-INUTILIZADAS)
                   END-IF
               END-IF
           END-IF
           .

       2200-ASIGNAR.
           MOVE 0 TO L-SERIAL
           IF NOT MOVIMIENTOS-ABIERTOS THEN
               DISPLAY '*MOD*PAPEL*MOVIMIENTOS*NO*ABIERTOS*'
           ELSE
               IF L-COLEGIO >= 1 AND L-COLEGIO <= 99 THEN
                   MOVE T-UU-SERIAL (L-COLEGIO) TO WS-SIGUIENTE
                   MOVE 'N' TO WS-BUSCAR-FLAG
                   PERFORM 2210-BUSCAR-HOJA
                       UNTIL HOJA-ENCONTRADA OR SIN-PAPEL
                   IF HOJA-ENCONTRADA THEN
                       PERFORM 2250-ANOTAR-HOJA
                   ELSE
                       DISPLAY '*MOD*PAPEL*COLEGIO*SIN*PAPEL* '
                           L-COLEGIO
                   END-IF
               END-IF
           END-IF
           .

       2210-BUSCAR-HOJA.
      *    LA HOJA SIGUIENTE ES LA MENOR DE LOS RANGOS DEL COLEGIO
      *    POR ENCIMA DE LA ULTIMA USADA; SI ESTA INUTILIZADA SE
      *    SIGUE DESDE ELLA
           MOVE 0 TO WS-CANDIDATA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > C-RANGOS
               IF T-RG-COLEGIO (WS-IDX) = L-COLEGIO
                  AND T-RG-HASTA (WS-IDX) > WS-SIGUIENTE THEN
                   IF T-RG-DESDE (WS-IDX) > WS-SIGUIENTE THEN
                       IF WS-CANDIDATA = 0
                          OR T-RG-DESDE (WS-IDX) < WS-CANDIDATA THEN
                           MOVE T-RG-DESDE (WS-IDX) TO WS-CANDIDATA
                       END-IF
                   ELSE
                       COMPUTE WS-CANDIDATA = WS-SIGUIENTE + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CANDIDATA TO WS-SIGUIENTE
           IF WS-CANDIDATA = 0 THEN
               SET SIN-PAPEL TO TRUE
           ELSE
               MOVE 'N' TO WS-INUTIL-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-INUTILIZADAS
                   IF T-IN-COLEGIO (WS-IDX) = L-COLEGIO
                      AND T-IN-SERIAL (WS-IDX) = WS-CANDIDATA THEN
                       SET HOJA-INUTILIZADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT HOJA-INUTILIZADA THEN
                   SET HOJA-ENCONTRADA TO TRUE
               END-IF
           END-IF
           .

       2250-ANOTAR-HOJA.
           MOVE SPACES TO REG-PAPEL-MOV
           MOVE L-COLEGIO          TO PM-COLEGIO
           MOVE WS-CANDIDATA       TO PM-SERIAL
           SET PM-USADA TO TRUE
           MOVE L-DOCUMENTO        TO PM-DOCUMENTO
           MOVE L-NIF              TO PM-NIF
           MOVE L-ANO              TO PM-ANO
           MOVE L-TIT-SERIE        TO PM-TIT-SERIE
           MOVE L-CODIGO           TO PM-CODIGO
           MOVE WS-FECHA-HOY (1:8) TO PM-FECHA
           MOVE L-PROGRAMA         TO PM-PROGRAMA
           WRITE REG-PAPEL-MOV
           IF FS-PAPMOV-OK THEN
               MOVE WS-CANDIDATA TO T-UU-SERIAL (L-COLEGIO)
               MOVE WS-CANDIDATA TO L-SERIAL
               SET L-PAPEL-OK TO TRUE
           ELSE
               DISPLAY '*MOD*PAPEL*ERROR*ESCRIBIR*MOVIMIENTO* '
                   FS-PAPMOV
           END-IF
           .

       2300-CERRAR.
           IF MOVIMIENTOS-ABIERTOS THEN
               CLOSE F-PAPMOV
               MOVE 'N' TO WS-MOVIMIENTOS-ABIERTOS
           END-IF
           SET L-PAPEL-OK TO TRUE
           .
