       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODGENCA.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CATALOGO DE GENERACIONES DEL CONSOLIDADO       *
      *                 RALUMN1B (FICHERO RGENCAT), PARA QUE NINGUN    *
      *                 LECTOR DEPENDA DE QUE EL OPERADOR ELIJA A      *
      *                 MANO EL DATASET DEL DIA. PROTOCOLO:            *
      *                 'A' ALTA DE UNA GENERACION (FECHA, ANO,        *
      *                     TRIMESTRE, REGISTROS Y DATASET); EL        *
      *                     NUMERO LO ASIGNA EL CATALOGO (ULTIMO + 1)  *
      *                     Y SE DEVUELVE EN L-GENERACION              *
      *                 'M' MARCA COMO CIERRE DE ANO+TRIMESTRE LA      *
      *                     ULTIMA GENERACION DE ESE TRIMESTRE (Y      *
      *                     DESMARCA CUALQUIER OTRA DEL MISMO)         *
      *                 'D' DIA ANTERIOR: ULTIMA GENERACION CON FECHA  *
      *                     DEL DIA LABORABLE ANTERIOR A L-FECHA       *
      *                     (MODCALEN); SI ESE DIA NO TIENE GENERACION *
      *                     NO SE ENCUENTRA, AUNQUE HAYA OTRAS MAS     *
      *                     ANTIGUAS                                   *
      *                 'T' CIERRE DE ANO+TRIMESTRE                    *
      *                 'Y' FIN DE ANO: CIERRE DEL TERCER TRIMESTRE    *
      *                     DE L-ANO                                   *
      *                 'G' GENERACION CONCRETA (RELANZAMIENTOS)       *
      *                 LAS CONSULTAS DEVUELVEN FECHA, ANO, TRIMESTRE, *
      *                 REGISTROS Y DATASET DE LA GENERACION Y         *
      *                 L-RESULTADO 'N' SI NO ESTA CATALOGADA.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GENCAT ASSIGN GENCAT
               FILE STATUS IS FS-GENCAT.

       DATA DIVISION.
       FILE SECTION.
       FD F-GENCAT
           RECORDING MODE IS F.
           COPY RGENCAT.

       WORKING-STORAGE SECTION.
       01 FS-GENCAT PIC XX.
           88 FS-GENCAT-OK          VALUE '00'.
           88 FS-GENCAT-NO-EXISTE   VALUE '35'.

       01 WS-ULTIMA-GENERACION PIC 9(6).
       01 WS-GEN-BUSCADA       PIC 9(6).
       01 WS-TRIM-BUSCADO      PIC 9.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
           05 W-CAL-FECHA       PIC X(8).
           05 W-CAL-RESULTADO   PIC X.
               88 W-CAL-VALIDO       VALUE 'S'.
           05 W-CAL-MOTIVO      PIC X(20).

       01 WS-ENCONTRADA.
           05 WS-EN-GENERACION  PIC 9(6).
           05 WS-EN-FECHA       PIC X(8).
           05 WS-EN-ANO         PIC 9(4).
           05 WS-EN-TRIMESTRE   PIC 9.
           05 WS-EN-REGISTROS   PIC 9(7).
           05 WS-EN-DATASET     PIC X(44).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-ANO             PIC 9(4).
       01 L-TRIMESTRE       PIC 9.
       01 L-FECHA           PIC X(8).
       01 L-GENERACION      PIC 9(6).
       01 L-REGISTROS       PIC 9(7).
       01 L-DATASET         PIC X(44).
       01 L-RESULTADO       PIC X.
           88 L-GEN-ENCONTRADA      VALUE 'S'.
           88 L-GEN-NO-ENCONTRADA   VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-ANO L-TRIMESTRE L-FECHA
                                 L-GENERACION L-REGISTROS L-DATASET
                                 L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           SET L-GEN-NO-ENCONTRADA TO TRUE
           EVALUATE L-OPCION
               WHEN 'A' PERFORM 2100-ALTA
               WHEN 'M' PERFORM 2200-MARCAR-CIERRE
               WHEN 'D' PERFORM 2300-DIA-ANTERIOR
               WHEN 'T' MOVE L-TRIMESTRE TO WS-TRIM-BUSCADO
                        PERFORM 2400-CIERRE-TRIMESTRE
               WHEN 'Y' MOVE 3 TO WS-TRIM-BUSCADO
                        PERFORM 2400-CIERRE-TRIMESTRE
               WHEN 'G' PERFORM 2500-GENERACION
               WHEN OTHER DISPLAY '*MOD*GENCA*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-ALTA.
      *    EL NUMERO SIGUIENTE SALE DEL PROPIO CATALOGO, ASI NO
      *    IMPORTA SI LA GENERACION LA DEJA CCPRAC02 O CCPRAC9I
           MOVE 0 TO WS-ULTIMA-GENERACION
           OPEN INPUT F-GENCAT
           IF FS-GENCAT-OK THEN
               READ F-GENCAT
               PERFORM UNTIL NOT FS-GENCAT-OK
                   IF GC-GENERACION > WS-ULTIMA-GENERACION THEN
                       MOVE GC-GENERACION TO WS-ULTIMA-GENERACION
                   END-IF
                   READ F-GENCAT
               END-PERFORM
               CLOSE F-GENCAT
           END-IF
           OPEN EXTEND F-GENCAT
           IF FS-GENCAT-NO-EXISTE THEN
               OPEN OUTPUT F-GENCAT
           END-IF
           IF NOT FS-GENCAT-OK THEN
               DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* ' FS-GENCAT
           ELSE
               INITIALIZE REG-GENCAT
               ADD 1 TO WS-ULTIMA-GENERACION
               MOVE WS-ULTIMA-GENERACION TO GC-GENERACION
               MOVE L-FECHA      TO GC-FECHA
               MOVE L-ANO        TO GC-ANO
               MOVE L-TRIMESTRE  TO GC-TRIMESTRE
               MOVE L-REGISTROS  TO GC-REGISTROS
               MOVE L-DATASET    TO GC-DATASET
               MOVE 'N'          TO GC-CIERRE
               WRITE REG-GENCAT
               IF FS-GENCAT-OK THEN
                   MOVE GC-GENERACION TO L-GENERACION
                   SET L-GEN-ENCONTRADA TO TRUE
               ELSE
                   DISPLAY '*MOD*GENCA*ERROR*GRABAR*CATALOGO* '
                       FS-GENCAT
               END-IF
               CLOSE F-GENCAT
           END-IF
           .

       2200-MARCAR-CIERRE.
      *    PRIMERA PASADA: ULTIMA GENERACION DEL TRIMESTRE.
      *    SEGUNDA: SE REESCRIBE LA MARCA DE TODAS LAS DEL
      *    TRIMESTRE PARA QUE SOLO UNA QUEDE COMO CIERRE
           MOVE 0 TO WS-GEN-BUSCADA
           OPEN INPUT F-GENCAT
           IF NOT FS-GENCAT-OK THEN
               DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* ' FS-GENCAT
           ELSE
               READ F-GENCAT
               PERFORM UNTIL NOT FS-GENCAT-OK
                   IF GC-ANO = L-ANO
                       AND GC-TRIMESTRE = L-TRIMESTRE
                       AND GC-GENERACION > WS-GEN-BUSCADA THEN
                       MOVE GC-GENERACION TO WS-GEN-BUSCADA
                   END-IF
                   READ F-GENCAT
               END-PERFORM
               CLOSE F-GENCAT
           END-IF
           IF WS-GEN-BUSCADA > 0 THEN
               OPEN I-O F-GENCAT
               IF NOT FS-GENCAT-OK THEN
                   DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* '
                       FS-GENCAT
               ELSE
                   READ F-GENCAT
                   PERFORM UNTIL NOT FS-GENCAT-OK
                       IF GC-ANO = L-ANO
                           AND GC-TRIMESTRE = L-TRIMESTRE THEN
                           IF GC-GENERACION = WS-GEN-BUSCADA THEN
                               MOVE 'S' TO GC-CIERRE
                               PERFORM 2900-DEVOLVER-ACTUAL
                           ELSE
                               MOVE 'N' TO GC-CIERRE
                           END-IF
                           REWRITE REG-GENCAT
                       END-IF
                       READ F-GENCAT
                   END-PERFORM
                   CLOSE F-GENCAT
               END-IF
           END-IF
           .

       2300-DIA-ANTERIOR.
           MOVE 0 TO WS-EN-GENERACION
           MOVE L-FECHA TO W-CAL-FECHA
           CALL "MODCALEN" USING 'L' W-CAL-ANO W-CAL-TRIMESTRE
               W-CAL-FECHA W-CAL-RESULTADO W-CAL-MOTIVO
           END-CALL
           IF NOT W-CAL-VALIDO THEN
               DISPLAY '*MOD*GENCA*FECHA*INVALIDA* ' L-FECHA
                   ' - ' W-CAL-MOTIVO
           ELSE
               PERFORM 2310-BUSCAR-DIA
           END-IF
           .

       2310-BUSCAR-DIA.
      *    SOLO VALE UNA GENERACION DE ESE MISMO DIA
           OPEN INPUT F-GENCAT
           IF NOT FS-GENCAT-OK THEN
               DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* ' FS-GENCAT
           ELSE
               READ F-GENCAT
               PERFORM UNTIL NOT FS-GENCAT-OK
                   IF GC-FECHA = W-CAL-FECHA
                       AND GC-GENERACION > WS-EN-GENERACION THEN
                       PERFORM 2800-GUARDAR-ENCONTRADA
                   END-IF
                   READ F-GENCAT
               END-PERFORM
               CLOSE F-GENCAT
               IF WS-EN-GENERACION > 0 THEN
                   PERFORM 2950-DEVOLVER-ENCONTRADA
               END-IF
           END-IF
           .

       2400-CIERRE-TRIMESTRE.
           MOVE 0 TO WS-EN-GENERACION
           OPEN INPUT F-GENCAT
           IF NOT FS-GENCAT-OK THEN
               DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* ' FS-GENCAT
           ELSE
               READ F-GENCAT
               PERFORM UNTIL NOT FS-GENCAT-OK
                   IF GC-ANO = L-ANO
                       AND GC-TRIMESTRE = WS-TRIM-BUSCADO
                       AND GC-CIERRE-TRIMESTRE THEN
                       PERFORM 2800-GUARDAR-ENCONTRADA
                   END-IF
                   READ F-GENCAT
               END-PERFORM
               CLOSE F-GENCAT
               IF WS-EN-GENERACION > 0 THEN
                   PERFORM 2950-DEVOLVER-ENCONTRADA
               END-IF
           END-IF
           .

       2500-GENERACION.
           MOVE 0 TO WS-EN-GENERACION
           OPEN INPUT F-GENCAT
           IF NOT FS-GENCAT-OK THEN
               DISPLAY '*MOD*GENCA*ERROR*ABRIR*CATALOGO* ' FS-GENCAT
           ELSE
               READ F-GENCAT
               PERFORM UNTIL NOT FS-GENCAT-OK
                   IF GC-GENERACION = L-GENERACION THEN
                       PERFORM 2800-GUARDAR-ENCONTRADA
                   END-IF
                   READ F-GENCAT
               END-PERFORM
               CLOSE F-GENCAT
               IF WS-EN-GENERACION > 0 THEN
                   PERFORM 2950-DEVOLVER-ENCONTRADA
               END-IF
           END-IF
           .

       2800-GUARDAR-ENCONTRADA.
           MOVE GC-GENERACION TO WS-EN-GENERACION
           MOVE GC-FECHA      TO WS-EN-FECHA
           MOVE GC-ANO        TO WS-EN-ANO
           MOVE GC-TRIMESTRE  TO WS-EN-TRIMESTRE
           MOVE GC-REGISTROS  TO WS-EN-REGISTROS
           MOVE GC-DATASET    TO WS-EN-DATASET
           .

       2900-DEVOLVER-ACTUAL.
           PERFORM 2800-GUARDAR-ENCONTRADA
           PERFORM 2950-DEVOLVER-ENCONTRADA
           .

       2950-DEVOLVER-ENCONTRADA.
           MOVE WS-EN-GENERACION TO L-GENERACION
           MOVE WS-EN-FECHA      TO L-FECHA
           MOVE WS-EN-ANO        TO L-ANO
           MOVE WS-EN-TRIMESTRE  TO L-TRIMESTRE
           MOVE WS-EN-REGISTROS  TO L-REGISTROS
           MOVE WS-EN-DATASET    TO L-DATASET
           SET L-GEN-ENCONTRADA TO TRUE
           .
