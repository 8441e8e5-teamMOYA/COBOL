      *                 EL MERGE DE CCPRAC02. LOS RECHAZOS SE LISTAN   *
      *                 CON SU NUMERO DE LINEA Y MOTIVO: AQUI NACIAN   *
      *                 LA MITAD DE LOS NIF MAL TECLEADOS.             *
      *                 LOS FICHEROS HECHOS SOBRE LAS PLANTILLAS DE    *
      *                 CCPRAC9X TRAEN UNA LINEA #PLANTILLA CON EL     *
      *                 NUMERO DE ALUMNOS Y LA SUMA DE SUS NIF: LAS    *
      *                 NOTAS DE CADA PLANTILLA SE RETIENEN HASTA SU   *
      *                 FINAL Y, SI SE HAN ANADIDO O QUITADO ALUMNOS,  *
      *                 SE RECHAZA LA PLANTILLA ENTERA.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-LINEAS            PIC 9(6) VALUE 0.
           05 C-ACEPTADAS         PIC 9(6) VALUE 0.
           05 C-RECHAZADAS        PIC 9(6) VALUE 0.
           05 C-PLANTILLAS-OK     PIC 9(5) VALUE 0.
           05 C-PLANTILLAS-MAL    PIC 9(5) VALUE 0.

       01 T-CAMPOS.
           05 C-NUM-CAMPOS        PIC 9 VALUE 0.
               88 W-NIF-ES-VALIDO    VALUE 'S'.
           05 W-NIF-REGLA       PIC X(12).

       01 WS-PLANTILLA-FLAG       PIC X VALUE 'N'.
           88 DENTRO-DE-PLANTILLA      VALUE 'S'.

       01 W-PLANTILLA.
           05 W-PL-IDENT          PIC X(20).
           05 W-PL-ALUMNOS        PIC 999.
           05 W-PL-SUMA           PIC 9(11).
           05 W-PL-CONTROL        PIC X.
               88 CONTROL-LEGIBLE      VALUE 'S'.

       01 W-CONTROL-NIF.
           05 W-CN-NIF            PIC X(9).
           05 W-CN-NUMERO         PIC 9(8).
           05 W-CN-SUMA           PIC 9(11).
           05 W-CN-ALUMNOS        PIC 999.

      *    NOTAS BUENAS DE LA PLANTILLA EN CURSO, A LA ESPERA DE
      *    CUADRAR CON SU LINEA DE CONTROL
       01 T-BLOQUE.
           05 C-BLOQUE            PIC 999 VALUE 0.
           05 T-BL-ENTRADA OCCURS 200.
               10 T-BL-NIF        PIC X(9).
               10 T-BL-ASIGNATURA PIC 9.
               10 T-BL-NOTA       PIC 99V9.
               10 T-BL-ANO        PIC 9(4).
               10 T-BL-TRIMESTRE  PIC 9.
               10 T-BL-CONVOCATORIA PIC 9.
               10 T-BL-LINEA      PIC 9(6).
               10 T-BL-CONTENIDO  PIC X(35).
       01 WS-IDX-BLOQUE           PIC 999.

       01 WS-LINEA-VALIDA         PIC X.
           88 LINEA-VALIDA             VALUE 'S'.
       01 WS-MOTIVO               PIC X(30).
                   CONTINUE
               ELSE
                   PERFORM 2100-PARTIR-CAMPOS
                   IF T-CAMPO (1) = '#PLANTILLA' THEN
                       PERFORM 2500-ABRIR-PLANTILLA
                   ELSE
                       PERFORM 2200-VALIDAR-CAMPOS
                       IF DENTRO-DE-PLANTILLA THEN
                           MOVE T-CAMPO (1) TO W-CN-NIF
                           PERFORM 2550-SUMAR-NIF
                       END-IF
                       EVALUATE TRUE
                         WHEN NOT LINEA-VALIDA
                           PERFORM 2400-RECHAZAR-LINEA
                         WHEN DENTRO-DE-PLANTILLA
                           PERFORM 2600-GUARDAR-EN-BLOQUE
                         WHEN OTHER
                           PERFORM 2300-SOLTAR-NOTA
                       END-EVALUATE
                   END-IF
               END-IF
               READ F-CSV
           END-PERFORM
           PERFORM 2700-CERRAR-PLANTILLA
           CLOSE F-CSV
           .
      ******************************************************************
           WRITE LINEA-RECHAZO FROM LINEA-RECHAZO-DATOS
           ADD 1 TO C-RECHAZADAS
           .
      ******************************************************************
       2500-ABRIR-PLANTILLA.
      *    #PLANTILLA,PPPP-CC-GG-A,ANO,TRIMESTRE,ALUMNOS,SUMA-NIF
           PERFORM 2700-CERRAR-PLANTILLA
           SET DENTRO-DE-PLANTILLA TO TRUE
           MOVE T-CAMPO (2) TO W-PL-IDENT
           MOVE 0 TO C-BLOQUE W-CN-SUMA W-CN-ALUMNOS
           IF C-NUM-CAMPOS >= 6
               AND T-CAMPO (5) (1:3) NUMERIC
               AND T-CAMPO (6) (1:11) NUMERIC THEN
               MOVE T-CAMPO (5) (1:3)  TO W-PL-ALUMNOS
               MOVE T-CAMPO (6) (1:11) TO W-PL-SUMA
               SET CONTROL-LEGIBLE TO TRUE
           ELSE
               MOVE 'N' TO W-PL-CONTROL
               MOVE 'LINEA DE CONTROL ILEGIBLE' TO WS-MOTIVO
               PERFORM 2400-RECHAZAR-LINEA
           END-IF
           .
      ******************************************************************
       2550-SUMAR-NIF.
      *    MISMA REGLA QUE CCPRAC9X: LOS 8 DIGITOS DEL DNI O LOS 7
      *    DEL NIE (X/Y/Z + 7 DIGITOS)
           MOVE 0 TO W-CN-NUMERO
           EVALUATE TRUE
             WHEN W-CN-NIF (1:8) NUMERIC
               MOVE W-CN-NIF (1:8) TO W-CN-NUMERO
             WHEN W-CN-NIF (2:7) NUMERIC
               MOVE W-CN-NIF (2:7) TO W-CN-NUMERO
           END-EVALUATE
           ADD W-CN-NUMERO TO W-CN-SUMA
           ADD 1 TO W-CN-ALUMNOS
           .
      ******************************************************************
       2600-GUARDAR-EN-BLOQUE.
           IF C-BLOQUE >= 200 THEN
               MOVE 'N' TO W-PL-CONTROL
               MOVE 'PLANTILLA DE MAS DE 200 LINEAS' TO WS-MOTIVO
               PERFORM 2400-RECHAZAR-LINEA
           ELSE
               ADD 1 TO C-BLOQUE
               MOVE W-NIF          TO T-BL-NIF (C-BLOQUE)
               MOVE W-ASIGNATURA   TO T-BL-ASIGNATURA (C-BLOQUE)
               MOVE W-NOTA         TO T-BL-NOTA (C-BLOQUE)
               MOVE W-ANO          TO T-BL-ANO (C-BLOQUE)
               MOVE W-TRIMESTRE    TO T-BL-TRIMESTRE (C-BLOQUE)
               MOVE W-CONVOCATORIA TO T-BL-CONVOCATORIA (C-BLOQUE)
               MOVE C-LINEAS       TO T-BL-LINEA (C-BLOQUE)
               MOVE LINEA-CSV (1:35) TO T-BL-CONTENIDO (C-BLOQUE)
           END-IF
           .
      ******************************************************************
       2700-CERRAR-PLANTILLA.
           IF DENTRO-DE-PLANTILLA THEN
               IF CONTROL-LEGIBLE
                   AND W-CN-ALUMNOS = W-PL-ALUMNOS
                   AND W-CN-SUMA = W-PL-SUMA THEN
                   ADD 1 TO C-PLANTILLAS-OK
                   PERFORM VARYING WS-IDX-BLOQUE FROM 1 BY 1
                           UNTIL WS-IDX-BLOQUE > C-BLOQUE
                       MOVE T-BL-NIF (WS-IDX-BLOQUE) TO W-NIF
                       MOVE T-BL-ASIGNATURA (WS-IDX-BLOQUE)
                         TO W-ASIGNATURA
                       MOVE T-BL-NOTA (WS-IDX-BLOQUE) TO W-NOTA
                       MOVE T-BL-ANO (WS-IDX-BLOQUE) TO W-ANO
                       MOVE T-BL-TRIMESTRE (WS-IDX-BLOQUE)
                         TO W-TRIMESTRE
                       MOVE T-BL-CONVOCATORIA (WS-IDX-BLOQUE)
                         TO W-CONVOCATORIA
                       PERFORM 2300-SOLTAR-NOTA
                   END-PERFORM
               ELSE
                   ADD 1 TO C-PLANTILLAS-MAL
                   DISPLAY '*CCPRAC54*PLANTILLA*ALTERADA* '
                       W-PL-IDENT ' ALUMNOS ESPERADOS ' W-PL-ALUMNOS
                       ' RECIBIDOS ' W-CN-ALUMNOS
                   MOVE 'PLANTILLA CON ALUMNOS ALTERADOS' TO LR-MOTIVO
                   PERFORM VARYING WS-IDX-BLOQUE FROM 1 BY 1
                           UNTIL WS-IDX-BLOQUE > C-BLOQUE
                       MOVE T-BL-LINEA (WS-IDX-BLOQUE) TO LR-LINEA
                       MOVE T-BL-CONTENIDO (WS-IDX-BLOQUE)
                         TO LR-CONTENIDO
                       WRITE LINEA-RECHAZO FROM LINEA-RECHAZO-DATOS
                       ADD 1 TO C-RECHAZADAS
                   END-PERFORM
               END-IF
               MOVE 'N' TO WS-PLANTILLA-FLAG
               MOVE 0 TO C-BLOQUE
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'LINEAS CSV LEIDAS:  ' C-LINEAS
           DISPLAY 'NOTAS ACEPTADAS:    ' C-ACEPTADAS
           DISPLAY 'LINEAS RECHAZADAS:  ' C-RECHAZADAS
           DISPLAY 'PLANTILLAS BUENAS:  ' C-PLANTILLAS-OK
           DISPLAY 'PLANTILLAS ALTERADAS:' C-PLANTILLAS-MAL
           CLOSE F-RECHAZOS
           MOVE C-LINEAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC54' WS-TIMESTAMP-INICIO
