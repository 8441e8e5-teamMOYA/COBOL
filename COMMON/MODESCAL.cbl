      *                 POSICIONES DE L-ETIQUETA; 0 = ESCALA VIGENTE   *
      *                 HOY). SIN FIJAR ANO SE USAN LOS TRAMOS SIN     *
      *                 FECHA DE FIN, QUE ES LA ESCALA DE HOY.         *
      *                 CON 'E' SE FIJA LA ETAPA EDUCATIVA DE LAS      *
      *                 CONSULTAS SIGUIENTES (EN LA 1A POSICION DE     *
      *                 L-ETIQUETA; ESPACIO = SIN ETAPA): SI LA ETAPA  *
      *                 TIENE TRAMOS PROPIOS SE USAN ESOS Y, SI NO,    *
      *                 LOS GENERALES (ETAPA EN BLANCO).               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 T-ETIQUETA    PIC X(16).
               10 T-ANO-DESDE   PIC 9(4).
               10 T-ANO-HASTA   PIC 9(4).
               10 T-ETAPA       PIC X.

       01 WS-IDX-TRAMO         PIC 99.
       01 WS-IDX-MEJOR         PIC 99.
       01 WS-ANO-VIGENTE       PIC 9(4) VALUE 0.
       01 WS-ETAPA-VIGENTE     PIC X VALUE SPACE.
       01 WS-ETAPA-BUSCADA     PIC X.
       01 WS-TRAMO-VIGENTE     PIC X.
           88 TRAMO-EN-VIGOR        VALUE 'S'.

               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'L' PERFORM 2200-LOOKUP
               WHEN 'A' PERFORM 2250-FIJAR-ANO
               WHEN 'E' PERFORM 2260-FIJAR-ETAPA
               WHEN 'C' PERFORM 2300-CLOSE
               WHEN OTHER DISPLAY '*MOD*ESCAL*OPCION*INVALIDA*'
           END-EVALUATE
                   ELSE
                       MOVE 0 TO T-ANO-HASTA (C-TRAMOS)
                   END-IF
                   MOVE ESC-ETAPA TO T-ETAPA (C-TRAMOS)
                   READ F-ESCALA
               END-PERFORM
               CLOSE F-ESCALA
           IF NOT ESCALA-CARGADA THEN
               PERFORM 2100-CARGAR
           END-IF
           MOVE WS-ETAPA-VIGENTE TO WS-ETAPA-BUSCADA
           PERFORM 2205-BUSCAR-TRAMO
      *    UNA ETAPA SIN TRAMOS PROPIOS USA LA ESCALA GENERAL
           IF WS-IDX-MEJOR = 0 AND WS-ETAPA-BUSCADA NOT = SPACE THEN
               MOVE SPACE TO WS-ETAPA-BUSCADA
               PERFORM 2205-BUSCAR-TRAMO
           END-IF
           IF WS-IDX-MEJOR > 0 THEN
               MOVE T-ETIQUETA (WS-IDX-MEJOR) TO L-ETIQUETA
               SET L-TRAMO-ENCONTRADO TO TRUE
           END-IF
           .

       2205-BUSCAR-TRAMO.
           MOVE 0 TO WS-IDX-MEJOR
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > C-TRAMOS
               PERFORM 2210-VIGENCIA-DEL-TRAMO
               IF TRAMO-EN-VIGOR
                   AND T-ETAPA (WS-IDX-TRAMO) = WS-ETAPA-BUSCADA
                   AND T-DESDE (WS-IDX-TRAMO) <= L-NOTA THEN
                   IF WS-IDX-MEJOR = 0 OR
                       T-DESDE (WS-IDX-TRAMO) >
                   END-IF
               END-IF
           END-PERFORM
           .

       2210-VIGENCIA-DEL-TRAMO.
           END-IF
           .

       2260-FIJAR-ETAPA.
      *    LA ETAPA VIAJA EN LA 1A POSICION DE L-ETIQUETA, COMO EL ANO
           MOVE L-ETIQUETA (1:1) TO WS-ETAPA-VIGENTE
           .

       2300-CLOSE.
           MOVE 'N' TO WS-ESCALA-CARGADA
           MOVE 0 TO C-TRAMOS
           MOVE 0 TO WS-ANO-VIGENTE
           MOVE SPACE TO WS-ETAPA-VIGENTE
           .
