      *                 CALIFICACION CUALITATIVA OFICIAL OBTENIDA DE   *
      *                 LA ESCALA (MODESCAL, FICHERO RESCALA): LOS     *
      *                 CORTES SON DATOS MANTENIDOS POR CCPRAC32.      *
      *                 LA ESCALA ES LA DE LA ETAPA EDUCATIVA DEL      *
      *                 CURSO DEL ALUMNO EN SU COLEGIO (MODETAPA); SIN *
      *                 ETAPA VALE LA GENERAL. DENTRO DE CADA COLEGIO  *
      *                 LOS CURSOS SE AGRUPAN ADEMAS POR ETAPA, CON    *
      *                 CABECERA Y SUBTOTAL DE ALUMNOS DE LA ETAPA.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 W-ESC-ETIQUETA    PIC X(16).
           05 W-ESC-ENCONTRADO  PIC X.

       01 W-ETAPA-LOOKUP.
           05 W-ET-COLEGIO      PIC 99.
           05 W-ET-CURSO        PIC 9.
           05 W-ET-ETAPA        PIC X.
           05 W-ET-NOMBRE       PIC X(20).
           05 W-ET-ORDEN        PIC 99.
           05 W-ET-ULTIMO       PIC X.
           05 W-ET-SIGUIENTE    PIC X.
           05 W-ET-CURSO-SIG    PIC 9.
           05 W-ET-TITULA       PIC X.
           05 W-ET-ENCONTRADO   PIC X.
               88 W-ETAPA-ENCONTRADA       VALUE 'S'.

       01 WS-TIMESTAMP-INICIO PIC X(21).
       01 WS-METRI-REGISTROS  PIC 9(9).

           88 GRUPO-COLEGIO-CERRADO  VALUE 'N'.
       01 WS-COLEGIO-ACTUAL    PIC 99 VALUE 0.

       01 WS-ETAPA-ANTERIOR    PIC X VALUE SPACE.
       01 C-ALUMNOS-ETAPA      PIC 9(4) VALUE 0.
       01 WS-GRUPO-ETAPA-FLAG  PIC X VALUE 'N'.
           88 GRUPO-ETAPA-ABIERTO  VALUE 'S'.
           88 GRUPO-ETAPA-CERRADO  VALUE 'N'.

       01 LINEA-ETAPA-CABECERA.
           05 FILLER      PIC X(11) VALUE SPACES.
           05 FILLER      PIC X(7)  VALUE 'ETAPA: '.
           05 LEC-ETAPA   PIC X.
           05 FILLER      PIC X     VALUE SPACE.
           05 LEC-NOMBRE  PIC X(20).
           05 FILLER      PIC X(92) VALUE SPACES.

       01 LINEA-ETAPA-SUBTOTAL.
           05 FILLER      PIC X(11) VALUE SPACES.
           05 FILLER      PIC X(16) VALUE 'ALUMNOS ETAPA:  '.
           05 LES-SUBTOTAL PIC ZZZ9.
           05 FILLER      PIC X(101) VALUE SPACES.

       01 WS-CURSO-ANTERIOR    PIC 9 VALUE 0.
       01 C-ALUMNOS-CURSO      PIC 9(4) VALUE 0.
       01 WS-GRUPO-CURSO-FLAG  PIC X VALUE 'N'.
                                  W-ESC-ENCONTRADO
           END-CALL

           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           PERFORM 1150-CARGAR-NOMBRES-ASIG
           .


           PERFORM 3020-RETURN-ALUMNO
           PERFORM UNTIL FIN-DE-SORT
             PERFORM 3095-ETAPA-DEL-ALUMNO
             IF GRUPO-COLEGIO-ABIERTO
                 AND COLEGIO OF REG-ALUMNOS
                     NOT = WS-COLEGIO-ANTERIOR THEN
               IF GRUPO-CURSO-ABIERTO THEN
                 PERFORM 3054-CERRAR-CURSO
               END-IF
               IF GRUPO-ETAPA-ABIERTO THEN
                 PERFORM 3053-CERRAR-ETAPA
               END-IF
               PERFORM 3060-CERRAR-GRUPO-COLEGIO
               MOVE 0 TO C-ALUMNOS-COLEGIO
             END-IF
             IF GRUPO-ETAPA-ABIERTO
                 AND W-ET-ETAPA NOT = WS-ETAPA-ANTERIOR THEN
               IF GRUPO-AULA-ABIERTO THEN
                 PERFORM 3058-CERRAR-GRUPO-AULA
               END-IF
               IF GRUPO-CURSO-ABIERTO THEN
                 PERFORM 3054-CERRAR-CURSO
               END-IF
               PERFORM 3053-CERRAR-ETAPA
             END-IF
             IF GRUPO-CURSO-ABIERTO
                 AND CURSO OF REG-ALUMNOS
                     NOT = WS-CURSO-ANTERIOR THEN
             END-IF
             MOVE COLEGIO OF REG-ALUMNOS TO WS-COLEGIO-ACTUAL
             PERFORM 3050-CONTROL-COLEGIO
             PERFORM 3051-CONTROL-ETAPA
             PERFORM 3052-CONTROL-CURSO
             PERFORM 3055-CONTROL-GRUPO-AULA
             ADD 1 TO C-ALUMNOS-TOTALES
             ADD 1 TO C-ALUMNOS-COLEGIO
             ADD 1 TO C-ALUMNOS-ETAPA
             ADD 1 TO C-ALUMNOS-CURSO
             ADD 1 TO C-ALUMNOS-GRUPO
             PERFORM 3100-CALCULO-1
           IF GRUPO-CURSO-ABIERTO THEN
             PERFORM 3054-CERRAR-CURSO
           END-IF
           IF GRUPO-ETAPA-ABIERTO THEN
             PERFORM 3053-CERRAR-ETAPA
           END-IF
           IF GRUPO-COLEGIO-ABIERTO THEN
             PERFORM 3060-CERRAR-GRUPO-COLEGIO
           END-IF
           SET GRUPO-COLEGIO-CERRADO TO TRUE
           .

       3051-CONTROL-ETAPA.
      *    LOS CURSOS SIN ETAPA (O SIN FICHERO DE ETAPAS) SE LISTAN
      *    COMO SIEMPRE, SIN CABECERA NI SUBTOTAL DE ETAPA
           IF GRUPO-ETAPA-CERRADO AND W-ET-ETAPA NOT = SPACE THEN
             SET GRUPO-ETAPA-ABIERTO TO TRUE
             MOVE W-ET-ETAPA  TO WS-ETAPA-ANTERIOR
             MOVE W-ET-ETAPA  TO LEC-ETAPA
             MOVE W-ET-NOMBRE TO LEC-NOMBRE
             WRITE LINEA-SALIDA FROM LINEA-ETAPA-CABECERA AFTER 1
             MOVE 0 TO C-ALUMNOS-ETAPA
           END-IF
           .

       3053-CERRAR-ETAPA.
           MOVE C-ALUMNOS-ETAPA TO LES-SUBTOTAL
           WRITE LINEA-SALIDA FROM LINEA-ETAPA-SUBTOTAL AFTER 1
           SET GRUPO-ETAPA-CERRADO TO TRUE
           .

       3052-CONTROL-CURSO.
           IF GRUPO-CURSO-CERRADO THEN
             SET GRUPO-CURSO-ABIERTO TO TRUE
           SET GRUPO-AULA-CERRADO TO TRUE
           .

       3095-ETAPA-DEL-ALUMNO.
      *    LA ESCALA SE CONSULTA CON LA ETAPA DEL CURSO DEL ALUMNO EN
      *    EL COLEGIO; SIN ETAPA VALE LA GENERAL
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE SPACES     TO W-ESC-ETIQUETA
           MOVE W-ET-ETAPA TO W-ESC-ETIQUETA (1:1)
           CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           .

       3100-CALCULO-1.
           MOVE 0 TO W-MEDIA-ALUMNO
           MOVE 0 TO C-ASIGNATURAS
           CALL "MODESCAL" USING 'C' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL

           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .

       5000-END-PROGRAM.
