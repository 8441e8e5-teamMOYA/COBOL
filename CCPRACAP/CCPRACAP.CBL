       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAP.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CARGA DE LOS COMPONENTES DE LA NOTA            *
      *                 TRIMESTRAL (EXAMENES, PROYECTOS Y TRABAJO DE   *
      *                 CLASE DEL CUADERNO DEL PROFESOR) EN EL         *
      *                 REGISTRO RCOMPNOT, A PARTIR DEL FICHERO        *
      *                 DELIMITADO POR COMAS QUE ENVIAN LOS COLEGIOS:  *
      *                 NIF,ASIGNATURA,ANO,TRIMESTRE,TIPO (E/P/C),     *
      *                 NUMERO,NOTA,PESO Y OPCIONALMENTE DESCRIPCION.  *
      *                 MISMO PARSER Y VALIDACIONES QUE CCPRAC54       *
      *                 (LETRA DEL NIF VIA MODVALNI, ASIGNATURA 1-6,   *
      *                 TRIMESTRE 1-3, NOTA 0-10, PESO 1-100); LAS     *
      *                 FILAS BUENAS SE ORDENAN CON UN SORT INTERNO Y  *
      *                 SE APLICAN EN MERGE CONTRA EL REGISTRO VIGENTE *
      *                 (MOLDE DE CCPRACAL). CADA CLAVE NIF+           *
      *                 ASIGNATURA+ANO+TRIMESTRE QUE LLEGA SUSTITUYE   *
      *                 ENTERA A LA ANTERIOR, ASI QUE EL PROFESOR      *
      *                 REENVIA SIEMPRE EL DESGLOSE COMPLETO; SI SUS   *
      *                 PESOS NO SUMAN 100 O REPITE UN COMPONENTE SE   *
      *                 RECHAZA LA CLAVE ENTERA Y SE CONSERVA LA       *
      *                 ANTERIOR. LOS RECHAZOS SE LISTAN CON SU NUMERO *
      *                 DE LINEA Y MOTIVO, COMO EN CCPRAC54.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CSV ASSIGN CSVCOMP
               FILE STATUS IS FS-CSV.

           SELECT F-COMP-ANT ASSIGN COMPNOTA
               FILE STATUS IS FS-COMP-ANT.

           SELECT F-COMP-NUEVO ASSIGN COMPNUEV
               FILE STATUS IS FS-COMP-NUEVO.

           SELECT F-RECHAZOS ASSIGN RECHACSV
               FILE STATUS IS FS-RECHAZOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-CSV
           RECORDING MODE IS F
           DATA RECORD LINEA-CSV.
       01 LINEA-CSV                PIC X(80).

       FD F-COMP-ANT
           RECORDING MODE IS F.
           COPY RCOMPNOT.

       FD F-COMP-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-COMP-NUEVO.
       01 REG-COMP-NUEVO           PIC X(80).

       FD F-RECHAZOS
           RECORDING MODE IS F
           DATA RECORD LINEA-RECHAZO.
       01 LINEA-RECHAZO            PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE       PIC X(15).
           05 TR-TIPO        PIC X.
           05 TR-NUMERO      PIC 99.
           05 TR-COMPONENTE  PIC X(80).
           05 TR-CONTENIDO   PIC X(35).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CSV PIC XX.
               88 FS-CSV-OK         VALUE '00'.
               88 FS-CSV-EOF        VALUE '10'.
           05 FS-COMP-ANT PIC XX.
               88 FS-COMP-ANT-OK    VALUE '00'.
               88 FS-COMP-ANT-EOF   VALUE '10'.
               88 FS-COMP-ANT-NO-EXISTE VALUE '35'.
           05 FS-COMP-NUEVO PIC XX.
               88 FS-COMP-NUEVO-OK  VALUE '00'.
           05 FS-RECHAZOS PIC XX.
               88 FS-RECHAZOS-OK    VALUE '00'.

       01 C-CONTADORES.
           05 C-LINEAS            PIC 9(6) VALUE 0.
           05 C-ACEPTADAS         PIC 9(6) VALUE 0.
           05 C-RECHAZADAS        PIC 9(6) VALUE 0.
           05 C-CLAVES-CARGADAS   PIC 9(6) VALUE 0.
           05 C-CLAVES-RECHAZADAS PIC 9(6) VALUE 0.
           05 C-GRABADOS          PIC 9(6) VALUE 0.
           05 C-SUSTITUIDOS       PIC 9(6) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(6) VALUE 0.

       01 T-CAMPOS.
           05 C-NUM-CAMPOS        PIC 99 VALUE 0.
           05 T-CAMPO OCCURS 9    PIC X(20).

       01 W-PARSER.
           05 W-IDX-LINEA         PIC 999.
           05 W-IDX-CAMPO         PIC 99.
           05 W-CAR               PIC X.
           05 W-EN-COMILLAS       PIC X.
               88 DENTRO-DE-COMILLAS   VALUE 'S'.
           05 W-CAMPO-ACTUAL      PIC X(20).

       01 W-CAMPOS-NUMERICOS.
           05 W-ASIGNATURA        PIC 9.
           05 W-ANO               PIC 9(4).
           05 W-TRIMESTRE         PIC 9.
           05 W-NUMERO            PIC 99.
           05 W-NOTA              PIC 99V9.
           05 W-PESO              PIC 999.

       01 W-NOTA-AUXILIARES.
           05 W-NOTA-ENT-1        PIC 9.
           05 W-NOTA-ENT-2        PIC 99.
           05 W-NOTA-ENT-3        PIC 999.
           05 W-NOTA-TXT          PIC X(3).

       01 W-NIF-LOOKUP.
           05 W-NIF             PIC X(9).
           05 W-NIF-VALIDO      PIC X.
               88 W-NIF-ES-VALIDO    VALUE 'S'.
           05 W-NIF-REGLA       PIC X(12).

       01 WS-LINEA-VALIDA         PIC X.
           88 LINEA-VALIDA             VALUE 'S'.
       01 WS-MOTIVO               PIC X(30).

      *    COMPONENTES DE LA CLAVE EN CURSO, A LA ESPERA DE COMPROBAR
      *    QUE SUS PESOS SUMAN 100 ANTES DE SUSTITUIR LA ANTERIOR
       01 T-GRUPO.
           05 C-GRUPO             PIC 99 VALUE 0.
           05 T-GR-ENTRADA OCCURS 20.
               10 T-GR-COMPONENTE PIC X(80).
               10 T-GR-CONTENIDO  PIC X(35).
       01 WS-IDX-GRUPO            PIC 99.
       01 WS-SUMA-PESOS           PIC 9(4).
       01 WS-TIPO-ANTERIOR        PIC X.
       01 WS-NUMERO-ANTERIOR      PIC 99.

       01 WS-GRUPO-FLAG           PIC X.
           88 GRUPO-VALIDO             VALUE 'S'.

       01 WS-CLAVE-TRANS          PIC X(15).
       01 WS-CLAVE-REG            PIC X(15).

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

           COPY RCOMPNOT REPLACING REG-COMPNOT BY REG-COMP-TRANS.

       01 LINEA-RECHAZO-DATOS.
           05 FILLER        PIC X(7)  VALUE 'LINEA: '.
           05 LR-LINEA      PIC ZZZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LR-MOTIVO     PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LR-CONTENIDO  PIC X(35).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-CLAVE TR-TIPO TR-NUMERO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-LEER-Y-VALIDAR
               OUTPUT PROCEDURE 3000-APLICAR-MERGE
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           OPEN INPUT F-CSV
           IF NOT FS-CSV-OK THEN
               DISPLAY 'ERROR LEER FICHERO CSV'
               DISPLAY FS-CSV
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-COMP-ANT
           IF FS-COMP-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAP*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-COMP-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO COMPONENTES'
               DISPLAY FS-COMP-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-COMP-ANT
           END-IF

           OPEN OUTPUT F-COMP-NUEVO
           IF NOT FS-COMP-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO COMPONENTES NUEVO'
               DISPLAY FS-COMP-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RECHAZOS
           IF NOT FS-RECHAZOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RECHAZOS'
               DISPLAY FS-RECHAZOS
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-LEER-Y-VALIDAR.
           READ F-CSV
           PERFORM UNTIL FS-CSV-EOF
               ADD 1 TO C-LINEAS
               IF LINEA-CSV = SPACES THEN
                   CONTINUE
               ELSE
                   PERFORM 2100-PARTIR-CAMPOS
                   PERFORM 2200-VALIDAR-CAMPOS
                   IF LINEA-VALIDA THEN
                       PERFORM 2300-SOLTAR-COMPONENTE
                   ELSE
                       PERFORM 2400-RECHAZAR-LINEA
                   END-IF
               END-IF
               READ F-CSV
           END-PERFORM
           CLOSE F-CSV
           .
      ******************************************************************
       2100-PARTIR-CAMPOS.
           INITIALIZE T-CAMPOS
           MOVE SPACES TO W-CAMPO-ACTUAL
           MOVE 0 TO W-IDX-CAMPO
           MOVE 1 TO C-NUM-CAMPOS
           MOVE 'N' TO W-EN-COMILLAS
           PERFORM VARYING W-IDX-LINEA FROM 1 BY 1
                   UNTIL W-IDX-LINEA > 80
               MOVE LINEA-CSV (W-IDX-LINEA:1) TO W-CAR
               EVALUATE TRUE
                 WHEN W-CAR = '"'
                   IF DENTRO-DE-COMILLAS THEN
                       MOVE 'N' TO W-EN-COMILLAS
                   ELSE
                       MOVE 'S' TO W-EN-COMILLAS
                   END-IF
                 WHEN W-CAR = ',' AND NOT DENTRO-DE-COMILLAS
                   IF C-NUM-CAMPOS <= 9 THEN
                       MOVE W-CAMPO-ACTUAL TO T-CAMPO (C-NUM-CAMPOS)
                   END-IF
                   ADD 1 TO C-NUM-CAMPOS
                   MOVE SPACES TO W-CAMPO-ACTUAL
                   MOVE 0 TO W-IDX-CAMPO
                 WHEN OTHER
                   IF W-IDX-CAMPO < 20 THEN
                       ADD 1 TO W-IDX-CAMPO
                       MOVE W-CAR TO W-CAMPO-ACTUAL (W-IDX-CAMPO:1)
                   END-IF
               END-EVALUATE
           END-PERFORM
           IF C-NUM-CAMPOS <= 9 THEN
               MOVE W-CAMPO-ACTUAL TO T-CAMPO (C-NUM-CAMPOS)
           ELSE
               MOVE 9 TO C-NUM-CAMPOS
           END-IF
           .
      ******************************************************************
       2200-VALIDAR-CAMPOS.
           MOVE 'S' TO WS-LINEA-VALIDA
           MOVE SPACES TO WS-MOTIVO
           IF C-NUM-CAMPOS < 8 THEN
               MOVE 'FALTAN COLUMNAS (MINIMO 8)' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-IF

           IF LINEA-VALIDA THEN
               MOVE T-CAMPO (1) TO W-NIF
               CALL "MODVALNI" USING W-NIF W-NIF-VALIDO W-NIF-REGLA
               END-CALL
               IF NOT W-NIF-ES-VALIDO THEN
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'NIF INVALIDO (' DELIMITED BY SIZE
                          W-NIF-REGLA DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               END-IF
           END-IF

           IF LINEA-VALIDA THEN
               IF T-CAMPO (2) (1:1) NOT NUMERIC
                   OR T-CAMPO (2) (2:1) NOT = SPACE THEN
                   MOVE 'ASIGNATURA NO NUMERICA' TO WS-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               ELSE
                   MOVE T-CAMPO (2) (1:1) TO W-ASIGNATURA
                   IF W-ASIGNATURA < 1 OR W-ASIGNATURA > 6 THEN
                       MOVE 'ASIGNATURA FUERA DE 1-6' TO WS-MOTIVO
                       MOVE 'N' TO WS-LINEA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF LINEA-VALIDA THEN
               IF T-CAMPO (3) (1:4) NOT NUMERIC THEN
                   MOVE 'ANO ACADEMICO NO NUMERICO' TO WS-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               ELSE
                   MOVE T-CAMPO (3) (1:4) TO W-ANO
               END-IF
           END-IF

           IF LINEA-VALIDA THEN
               IF T-CAMPO (4) (1:1) NOT NUMERIC THEN
                   MOVE 'TRIMESTRE NO NUMERICO' TO WS-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               ELSE
                   MOVE T-CAMPO (4) (1:1) TO W-TRIMESTRE
                   IF W-TRIMESTRE < 1 OR W-TRIMESTRE > 3 THEN
                       MOVE 'TRIMESTRE FUERA DE 1-3' TO WS-MOTIVO
                       MOVE 'N' TO WS-LINEA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF LINEA-VALIDA THEN
               IF T-CAMPO (5) NOT = 'E' AND T-CAMPO (5) NOT = 'P'
                   AND T-CAMPO (5) NOT = 'C' THEN
                   MOVE 'TIPO DE COMPONENTE NO E/P/C' TO WS-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               END-IF
           END-IF

           IF LINEA-VALIDA THEN
               PERFORM 2230-VALIDAR-NUMERO
           END-IF

           IF LINEA-VALIDA THEN
               PERFORM 2250-VALIDAR-NOTA
           END-IF

           IF LINEA-VALIDA THEN
               PERFORM 2270-VALIDAR-PESO
           END-IF
           .
      ******************************************************************
       2230-VALIDAR-NUMERO.
           MOVE 0 TO W-NUMERO
           EVALUATE TRUE
             WHEN T-CAMPO (6) (1:2) NUMERIC
                 AND T-CAMPO (6) (3:1) = SPACE
               MOVE T-CAMPO (6) (1:2) TO W-NUMERO
             WHEN T-CAMPO (6) (1:1) NUMERIC
                 AND T-CAMPO (6) (2:1) = SPACE
               MOVE T-CAMPO (6) (1:1) TO W-NOTA-ENT-1
               MOVE W-NOTA-ENT-1 TO W-NUMERO
             WHEN OTHER
               MOVE 'NUMERO DE COMPONENTE INVALIDO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-EVALUATE
           IF LINEA-VALIDA AND W-NUMERO = 0 THEN
               MOVE 'NUMERO DE COMPONENTE CERO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
           .
      ******************************************************************
       2250-VALIDAR-NOTA.
      *    MISMOS FORMATOS DE NOTA QUE CCPRAC54: ENTERA (7, 10), CON
      *    UN DECIMAL Y COMA (7,5) O FORMATO INTERNO SIN COMA (075)
           MOVE 0 TO W-NOTA
           EVALUATE TRUE
             WHEN T-CAMPO (7) (1:4) = '10,0'
               MOVE 10 TO W-NOTA
             WHEN T-CAMPO (7) (1:3) NUMERIC
                 AND T-CAMPO (7) (4:1) = SPACE
               MOVE T-CAMPO (7) (1:3) TO W-NOTA-ENT-3
               COMPUTE W-NOTA = W-NOTA-ENT-3 / 10
             WHEN T-CAMPO (7) (1:1) NUMERIC
                 AND T-CAMPO (7) (2:1) = ','
                 AND T-CAMPO (7) (3:1) NUMERIC
                 AND T-CAMPO (7) (4:1) = SPACE
               MOVE T-CAMPO (7) (1:1) TO W-NOTA-TXT (2:1)
               MOVE T-CAMPO (7) (3:1) TO W-NOTA-TXT (3:1)
               MOVE '0' TO W-NOTA-TXT (1:1)
               MOVE W-NOTA-TXT TO W-NOTA-ENT-3
               COMPUTE W-NOTA = W-NOTA-ENT-3 / 10
             WHEN T-CAMPO (7) (1:2) NUMERIC
                 AND T-CAMPO (7) (3:1) = SPACE
               MOVE T-CAMPO (7) (1:2) TO W-NOTA-ENT-2
               MOVE W-NOTA-ENT-2 TO W-NOTA
             WHEN T-CAMPO (7) (1:1) NUMERIC
                 AND T-CAMPO (7) (2:1) = SPACE
               MOVE T-CAMPO (7) (1:1) TO W-NOTA-ENT-1
               MOVE W-NOTA-ENT-1 TO W-NOTA
             WHEN OTHER
               MOVE 'NOTA NO NUMERICA' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-EVALUATE
           IF LINEA-VALIDA AND W-NOTA > 10 THEN
               MOVE 'NOTA FUERA DE 0-10' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
           .
      ******************************************************************
       2270-VALIDAR-PESO.
      *    PESO EN PORCENTAJE ENTERO SOBRE LA NOTA DEL TRIMESTRE
           MOVE 0 TO W-PESO
           EVALUATE TRUE
             WHEN T-CAMPO (8) (1:3) NUMERIC
                 AND T-CAMPO (8) (4:1) = SPACE
               MOVE T-CAMPO (8) (1:3) TO W-PESO
             WHEN T-CAMPO (8) (1:2) NUMERIC
                 AND T-CAMPO (8) (3:1) = SPACE
               MOVE T-CAMPO (8) (1:2) TO W-NOTA-ENT-2
               MOVE W-NOTA-ENT-2 TO W-PESO
             WHEN T-CAMPO (8) (1:1) NUMERIC
                 AND T-CAMPO (8) (2:1) = SPACE
               MOVE T-CAMPO (8) (1:1) TO W-NOTA-ENT-1
               MOVE W-NOTA-ENT-1 TO W-PESO
             WHEN OTHER
               MOVE 'PESO NO NUMERICO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-EVALUATE
           IF LINEA-VALIDA AND (W-PESO < 1 OR W-PESO > 100) THEN
               MOVE 'PESO FUERA DE 1-100' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
           .
      ******************************************************************
       2300-SOLTAR-COMPONENTE.
           INITIALIZE REG-COMP-TRANS
           MOVE W-NIF          TO CN-NIF OF REG-COMP-TRANS
           MOVE W-ASIGNATURA   TO CN-ASIGNATURA OF REG-COMP-TRANS
           MOVE W-ANO          TO CN-ANO OF REG-COMP-TRANS
           MOVE W-TRIMESTRE    TO CN-TRIMESTRE OF REG-COMP-TRANS
           MOVE T-CAMPO (5)    TO CN-TIPO OF REG-COMP-TRANS
           MOVE W-NUMERO       TO CN-NUMERO OF REG-COMP-TRANS
           MOVE W-NOTA         TO CN-NOTA OF REG-COMP-TRANS
           MOVE W-PESO         TO CN-PESO OF REG-COMP-TRANS
           MOVE T-CAMPO (9)    TO CN-DESCRIPCION OF REG-COMP-TRANS
           MOVE WS-FH-AAAAMMDD TO CN-FECHA-CARGA OF REG-COMP-TRANS
           MOVE C-LINEAS       TO CN-LINEA-CARGA OF REG-COMP-TRANS
           MOVE CN-CLAVE OF REG-COMP-TRANS  TO TR-CLAVE
           MOVE CN-TIPO OF REG-COMP-TRANS   TO TR-TIPO
           MOVE CN-NUMERO OF REG-COMP-TRANS TO TR-NUMERO
           MOVE REG-COMP-TRANS TO TR-COMPONENTE
           MOVE LINEA-CSV (1:35) TO TR-CONTENIDO
           RELEASE REG-TRANS
           ADD 1 TO C-ACEPTADAS
           .
      ******************************************************************
       2400-RECHAZAR-LINEA.
           MOVE C-LINEAS TO LR-LINEA
           MOVE WS-MOTIVO TO LR-MOTIVO
           MOVE LINEA-CSV (1:35) TO LR-CONTENIDO
           WRITE LINEA-RECHAZO FROM LINEA-RECHAZO-DATOS
           ADD 1 TO C-RECHAZADAS
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             MOVE TR-CLAVE TO WS-CLAVE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= WS-CLAVE-TRANS
               WRITE REG-COMP-NUEVO FROM REG-COMPNOT
               ADD 1 TO C-ARRASTRADOS
               PERFORM 3300-LEER-COMP-ANT
             END-PERFORM
             PERFORM 3100-CARGAR-GRUPO
             PERFORM 3200-VALIDAR-GRUPO
             IF GRUPO-VALIDO THEN
      *        LA CLAVE QUE LLEGA SUSTITUYE ENTERA A LA ANTERIOR
               PERFORM UNTIL WS-CLAVE-REG NOT = WS-CLAVE-TRANS
                 ADD 1 TO C-SUSTITUIDOS
                 PERFORM 3300-LEER-COMP-ANT
               END-PERFORM
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                       UNTIL WS-IDX-GRUPO > C-GRUPO
                 WRITE REG-COMP-NUEVO
                   FROM T-GR-COMPONENTE (WS-IDX-GRUPO)
                 ADD 1 TO C-GRABADOS
               END-PERFORM
               ADD 1 TO C-CLAVES-CARGADAS
             ELSE
               PERFORM UNTIL WS-CLAVE-REG NOT = WS-CLAVE-TRANS
                 WRITE REG-COMP-NUEVO FROM REG-COMPNOT
                 ADD 1 TO C-ARRASTRADOS
                 PERFORM 3300-LEER-COMP-ANT
               END-PERFORM
               PERFORM 3250-RECHAZAR-GRUPO
             END-IF
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             WRITE REG-COMP-NUEVO FROM REG-COMPNOT
             ADD 1 TO C-ARRASTRADOS
             PERFORM 3300-LEER-COMP-ANT
           END-PERFORM
           IF FS-COMP-ANT-OK OR FS-COMP-ANT-EOF THEN
             CLOSE F-COMP-ANT
           END-IF
           .
      ******************************************************************
       3100-CARGAR-GRUPO.
      *    MAS DE 20 COMPONENTES EN UNA CLAVE NO ES UN CUADERNO REAL:
      *    LOS QUE NO CABEN SE RECHAZAN YA Y EL GRUPO QUEDA INVALIDO
           MOVE 0 TO C-GRUPO
           MOVE 'S' TO WS-GRUPO-FLAG
           PERFORM UNTIL FIN-DE-TRANS
               OR TR-CLAVE NOT = WS-CLAVE-TRANS
             IF C-GRUPO >= 20 THEN
               MOVE 'N' TO WS-GRUPO-FLAG
               MOVE TR-COMPONENTE TO REG-COMP-TRANS
               MOVE CN-LINEA-CARGA OF REG-COMP-TRANS TO LR-LINEA
               MOVE 'CLAVE CON MAS DE 20 COMPONENTES' TO LR-MOTIVO
               MOVE TR-CONTENIDO TO LR-CONTENIDO
               WRITE LINEA-RECHAZO FROM LINEA-RECHAZO-DATOS
               ADD 1 TO C-RECHAZADAS
             ELSE
               ADD 1 TO C-GRUPO
               MOVE TR-COMPONENTE TO T-GR-COMPONENTE (C-GRUPO)
               MOVE TR-CONTENIDO  TO T-GR-CONTENIDO (C-GRUPO)
             END-IF
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           .
      ******************************************************************
       3200-VALIDAR-GRUPO.
           MOVE SPACES TO WS-MOTIVO
           IF NOT GRUPO-VALIDO THEN
             MOVE 'CLAVE CON MAS DE 20 COMPONENTES' TO WS-MOTIVO
           END-IF
           MOVE 0 TO WS-SUMA-PESOS
           MOVE SPACE TO WS-TIPO-ANTERIOR
           MOVE 0 TO WS-NUMERO-ANTERIOR
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > C-GRUPO
             MOVE T-GR-COMPONENTE (WS-IDX-GRUPO) TO REG-COMP-TRANS
             ADD CN-PESO OF REG-COMP-TRANS TO WS-SUMA-PESOS
             IF CN-TIPO OF REG-COMP-TRANS = WS-TIPO-ANTERIOR
                 AND CN-NUMERO OF REG-COMP-TRANS = WS-NUMERO-ANTERIOR
                 AND WS-MOTIVO = SPACES THEN
               MOVE 'COMPONENTE REPETIDO EN LA CLAVE' TO WS-MOTIVO
               MOVE 'N' TO WS-GRUPO-FLAG
             END-IF
             MOVE CN-TIPO OF REG-COMP-TRANS   TO WS-TIPO-ANTERIOR
             MOVE CN-NUMERO OF REG-COMP-TRANS TO WS-NUMERO-ANTERIOR
           END-PERFORM
           IF GRUPO-VALIDO AND WS-SUMA-PESOS NOT = 100 THEN
             MOVE 'PESOS DE LA CLAVE NO SUMAN 100' TO WS-MOTIVO
             MOVE 'N' TO WS-GRUPO-FLAG
           END-IF
           .
      ******************************************************************
       3250-RECHAZAR-GRUPO.
           DISPLAY '*CCPRACAP*CLAVE*RECHAZADA* ' WS-CLAVE-TRANS
               ' ' WS-MOTIVO
           ADD 1 TO C-CLAVES-RECHAZADAS
           MOVE WS-MOTIVO TO LR-MOTIVO
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > C-GRUPO
             MOVE T-GR-COMPONENTE (WS-IDX-GRUPO) TO REG-COMP-TRANS
             MOVE CN-LINEA-CARGA OF REG-COMP-TRANS TO LR-LINEA
             MOVE T-GR-CONTENIDO (WS-IDX-GRUPO) TO LR-CONTENIDO
             WRITE LINEA-RECHAZO FROM LINEA-RECHAZO-DATOS
             ADD 1 TO C-RECHAZADAS
           END-PERFORM
           .
      ******************************************************************
       3300-LEER-COMP-ANT.
           IF FS-COMP-ANT-OK THEN
             READ F-COMP-ANT
             IF FS-COMP-ANT-OK THEN
               MOVE CN-CLAVE OF REG-COMPNOT TO WS-CLAVE-REG
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
           DISPLAY 'LINEAS CSV LEIDAS:     ' C-LINEAS
           DISPLAY 'COMPONENTES ACEPTADOS: ' C-ACEPTADAS
           DISPLAY 'LINEAS RECHAZADAS:     ' C-RECHAZADAS
           DISPLAY 'CLAVES CARGADAS:       ' C-CLAVES-CARGADAS
           DISPLAY 'CLAVES RECHAZADAS:     ' C-CLAVES-RECHAZADAS
           DISPLAY 'COMPONENTES GRABADOS:  ' C-GRABADOS
           DISPLAY 'COMPONENTES SUSTITUID.:' C-SUSTITUIDOS
           DISPLAY 'ARRASTRADOS:           ' C-ARRASTRADOS
           CLOSE F-COMP-NUEVO
           CLOSE F-RECHAZOS
           MOVE C-LINEAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAP' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
