       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODREGLA.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSULTA DEL FICHERO CENTRAL DE REGLAS DE      *
      *                 NEGOCIO (RREGLAS, MANTENIDO POR CCPRACB1):     *
      *                 DEVUELVE EL VALOR DE UNA REGLA POR SU NOMBRE.  *
      *                 MISMO PROTOCOLO QUE MODESCAL: 'O' CARGA EL     *
      *                 FICHERO EN TABLA, 'A' FIJA EL ANO ACADEMICO    *
      *                 DE LAS CONSULTAS SIGUIENTES (EL ANO VIAJA EN   *
      *                 LAS 4 PRIMERAS POSICIONES DE L-REGLA; 0 =      *
      *                 REGLAS VIGENTES HOY, LAS SIN ANO DE FIN), 'L'  *
      *                 DEVUELVE EL VALOR DE LA REGLA EN VIGOR ESE     *
      *                 ANO Y 'C' CIERRA. SI LA REGLA NO EXISTE O NO   *
      *                 RIGE EN EL ANO SE DEVUELVE CERO Y              *
      *                 NO-ENCONTRADO, Y EL LLAMANTE APLICA SU VALOR   *
      *                 DE SIEMPRE.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLAS ASSIGN REGLAS
               FILE STATUS IS FS-REGLAS.

       DATA DIVISION.
       FILE SECTION.
       FD F-REGLAS
           RECORDING MODE IS F.
           COPY RREGLAS.

       WORKING-STORAGE SECTION.
       01 FS-REGLAS PIC XX.
           88 FS-REGLAS-OK     VALUE '00'.
           88 FS-REGLAS-EOF    VALUE '10'.

       01 WS-REGLAS-CARGADAS   PIC X VALUE 'N'.
           88 REGLAS-CARGADAS       VALUE 'S'.

       01 T-REGLAS.
           05 C-REGLAS          PIC 9(3) VALUE 0.
           05 T-REGLA OCCURS 200.
               10 T-CODIGO      PIC X(16).
               10 T-ANO-DESDE   PIC 9(4).
               10 T-ANO-HASTA   PIC 9(4).
               10 T-VALOR       PIC 9(5)V99.

       01 WS-IDX-REGLA         PIC 9(3).
       01 WS-ANO-VIGENTE       PIC 9(4) VALUE 0.
       01 WS-REGLA-VIGENTE     PIC X.
           88 REGLA-EN-VIGOR        VALUE 'S'.

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-REGLA           PIC X(16).
       01 L-VALOR           PIC 9(5)V99.
       01 L-ENCONTRADO      PIC X.
           88 L-REGLA-ENCONTRADA       VALUE 'S'.
           88 L-REGLA-NO-ENCONTRADA    VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-REGLA L-VALOR
                                 L-ENCONTRADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'L' PERFORM 2200-LOOKUP
               WHEN 'A' PERFORM 2250-FIJAR-ANO
               WHEN 'C' PERFORM 2300-CLOSE
               WHEN OTHER DISPLAY '*MOD*REGLA*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-CARGAR.
           MOVE 0 TO C-REGLAS
           OPEN INPUT F-REGLAS
           IF NOT FS-REGLAS-OK THEN
               DISPLAY '*MOD*REGLA*ERROR*ABRIR*FICHERO*REGLAS* '
                   FS-REGLAS
               MOVE 'N' TO WS-REGLAS-CARGADAS
           ELSE
               READ F-REGLAS
               PERFORM UNTIL NOT FS-REGLAS-OK OR C-REGLAS >= 200
                   ADD 1 TO C-REGLAS
                   MOVE RG-CODIGO TO T-CODIGO (C-REGLAS)
                   IF RG-ANO-DESDE NUMERIC THEN
                       MOVE RG-ANO-DESDE TO T-ANO-DESDE (C-REGLAS)
                   ELSE
                       MOVE 0 TO T-ANO-DESDE (C-REGLAS)
                   END-IF
                   IF RG-ANO-HASTA NUMERIC THEN
                       MOVE RG-ANO-HASTA TO T-ANO-HASTA (C-REGLAS)
                   ELSE
                       MOVE 0 TO T-ANO-HASTA (C-REGLAS)
                   END-IF
                   IF RG-VALOR NUMERIC THEN
                       MOVE RG-VALOR TO T-VALOR (C-REGLAS)
                   ELSE
                       MOVE 0 TO T-VALOR (C-REGLAS)
                   END-IF
                   READ F-REGLAS
               END-PERFORM
               IF FS-REGLAS-OK THEN
                   DISPLAY '*MOD*REGLA*TABLA*LLENA* MAXIMO 200'
               END-IF
               CLOSE F-REGLAS
               MOVE 'S' TO WS-REGLAS-CARGADAS
           END-IF
           .

       2200-LOOKUP.
           MOVE 0 TO L-VALOR
           SET L-REGLA-NO-ENCONTRADA TO TRUE
           IF NOT REGLAS-CARGADAS THEN
               PERFORM 2100-CARGAR
           END-IF
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > C-REGLAS
                      OR L-REGLA-ENCONTRADA
               IF T-CODIGO (WS-IDX-REGLA) = L-REGLA THEN
                   PERFORM 2210-VIGENCIA-DE-LA-REGLA
                   IF REGLA-EN-VIGOR THEN
                       MOVE T-VALOR (WS-IDX-REGLA) TO L-VALOR
                       SET L-REGLA-ENCONTRADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

       2210-VIGENCIA-DE-LA-REGLA.
      *    MISMO CRITERIO QUE LOS TRAMOS DE MODESCAL: SIN ANO FIJADO
      *    RIGE LA REGLA SIN FECHA DE FIN; CON ANO FIJADO, LA QUE LO
      *    CUBRE (0 = SIN LIMITE POR ESE LADO). CCPRACB1 NO DEJA
      *    GRABAR DOS VIGENCIAS SOLAPADAS DE LA MISMA REGLA
           MOVE 'N' TO WS-REGLA-VIGENTE
           IF WS-ANO-VIGENTE = 0 THEN
               IF T-ANO-HASTA (WS-IDX-REGLA) = 0 THEN
                   SET REGLA-EN-VIGOR TO TRUE
               END-IF
           ELSE
               IF (T-ANO-DESDE (WS-IDX-REGLA) = 0
                   OR T-ANO-DESDE (WS-IDX-REGLA)
                      <= WS-ANO-VIGENTE)
                   AND (T-ANO-HASTA (WS-IDX-REGLA) = 0
                     OR T-ANO-HASTA (WS-IDX-REGLA)
                        >= WS-ANO-VIGENTE) THEN
                   SET REGLA-EN-VIGOR TO TRUE
               END-IF
           END-IF
           .

       2250-FIJAR-ANO.
      *    EL ANO VIAJA EN L-REGLA, COMO EN MODESCAL VIAJA EN
      *    L-ETIQUETA, PARA NO NECESITAR UN PARAMETRO MAS
           IF L-REGLA (1:4) NUMERIC THEN
               MOVE L-REGLA (1:4) TO WS-ANO-VIGENTE
           ELSE
               MOVE 0 TO WS-ANO-VIGENTE
           END-IF
           .

       2300-CLOSE.
           MOVE 'N' TO WS-REGLAS-CARGADAS
           MOVE 0 TO C-REGLAS
           MOVE 0 TO WS-ANO-VIGENTE
           .
