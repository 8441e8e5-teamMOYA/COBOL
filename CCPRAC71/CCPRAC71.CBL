      *                 SIN GRUPOS DEFINIDOS O CON TODOS LOS GRUPOS    *
      *                 AL TOPE, PARA QUE LA SECRETARIA SOLO REVISE    *
      *                 EN VEZ DE REPARTIR A MANO.                     *
      *                 EL TOPE DE AULA SE TOMA DEL FICHERO CENTRAL DE *
      *                 REGLAS (RREGLAS VIA MODREGLA) EN VIGOR EL ANO  *
      *                 NUEVO DE SYSIN (EN BLANCO, EL VIGENTE HOY); LA *
      *                 FICHA DE SYSIN SOLO CUENTA SI LA REGLA NO RIGE *
      *                 ESE ANO.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 LINEA-SYSIN.
           05 WS-TOPE-AULA         PIC 99.
           05 WS-ANO-NUEVO         PIC 9(4).
           05 FILLER               PIC X(74).

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9.99.

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
               DISPLAY '*CCPRAC71*SYSIN*SIN*TOPE* SE ASUMEN 30 '
                   'ALUMNOS POR AULA'
           END-IF
           IF WS-ANO-NUEVO NOT NUMERIC THEN
               MOVE 0 TO WS-ANO-NUEVO
           END-IF
           PERFORM 1050-REGLAS-DEL-ANO
           INITIALIZE T-GRUPOS-REF
           MOVE SPACES TO T-AVISADOS
           PERFORM 1100-CARGAR-GRUPOS
           PERFORM 1200-ABRIR-FICHEROS
           .
      ******************************************************************
       1050-REGLAS-DEL-ANO.
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-NUEVO TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE 'AULA-TOPE' TO W-RG-REGLA
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-TOPE-AULA
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-NUEVO
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC71*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-GRUPOS.
           OPEN INPUT F-GRUPOS
