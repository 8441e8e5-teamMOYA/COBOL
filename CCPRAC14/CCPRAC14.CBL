      *                 CUALITATIVA OFICIAL OBTENIDA DE LA ESCALA      *
      *                 (MODESCAL, FICHERO RESCALA): LOS CORTES SON    *
      *                 DATOS MANTENIDOS POR CCPRAC32.                 *
      *                 CADA REGISTRO ES DE UN COLEGIO+CURSO: LAS      *
      *                 MEDIAS SE CALIFICAN CON LA ESCALA DE LA ETAPA  *
      *                 EDUCATIVA DEL CURSO EN EL COLEGIO (MODETAPA),  *
      *                 QUE SE IMPRIME EN LA CABECERA DEL BLOQUE, Y    *
      *                 TRAS EL RANKING SE IMPRIME EL RESUMEN POR      *
      *                 ETAPA (COLEGIO/CURSOS, NOTAS, MEDIA Y          *
      *                 CALIFICACION CON LA ESCALA DE LA ETAPA).       *
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

      *    TOTALES POR ETAPA (ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-RESUMEN-ETAPA.
           05 T-RE-TOTALES OCCURS 21.
               10 T-RE-LINEAS        PIC 9(3).
               10 T-RE-ALUMNOS       PIC 9(7).
               10 T-RE-NOTAS         PIC 9(8)V9.
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(27) VALUE
               'RESUMEN POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(17) VALUE '  COLEGIO/CURSOS:'.
           05 LRE-LINEAS    PIC ZZ9.
           05 FILLER        PIC X(8)  VALUE '  NOTAS:'.
           05 LRE-ALUMNOS   PIC ZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  MEDIA: '.
           05 LRE-MEDIA     PIC Z9,99.
           05 FILLER        PIC X(2)  VALUE '  '.
           05 LRE-CALIF     PIC X(16).

       01 W-CABECERA.
           05 W-LINEA1.
               10 FILLER  PIC X(20) VALUE 'RESUMEN POR COLEGIO'.
           05 W-COD-COLEGIO PIC Z9.
           05 FILLER       PIC X(9)  VALUE '  CURSO: '.
           05 W-CURSO      PIC 9.
           05 FILLER       PIC X(9)  VALUE '  ETAPA: '.
           05 W-ETAPA      PIC X.
           05 FILLER       PIC X(80) VALUE SPACES.

       01 LINEA-ASIG.
           05 W-ASIGNATURA PIC 9.
           .
      ******************************************************************
       1000-INICIO.
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODESCAL" USING 'O' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL

           MOVE COD-COLEGIO OF REG-COLEGIOS TO W-COD-COLEGIO
           MOVE CURSO OF REG-COLEGIOS TO W-CURSO
           PERFORM 2050-ETAPA-DEL-CURSO
           WRITE LINEA-SALIDA FROM LINEA-COLEGIO AFTER 2
           WRITE LINEA-SALIDA FROM W-LINEA5 AFTER 1
           WRITE LINEA-SALIDA FROM LINEA-SEPARADOR AFTER 1
                 TO W-ALUMNOS
               MOVE AC-NOTAS-ASIG   OF REG-COLEGIOS (C-ASIG)
                 TO W-AC-NOTAS
               ADD CT-ALUMNOS-ASIG OF REG-COLEGIOS (C-ASIG)
                 TO T-RE-ALUMNOS (WS-IDX-ETAPA)
               ADD AC-NOTAS-ASIG OF REG-COLEGIOS (C-ASIG)
                 TO T-RE-NOTAS (WS-IDX-ETAPA)
               MOVE NOTA-MEDIA-ASIG OF REG-COLEGIOS (C-ASIG)
                 TO W-MEDIA-ASIG
               IF NOTA-MEDIA-ASIG OF REG-COLEGIOS (C-ASIG) = ZEROS

           READ F-COLEGIOS
           .
      ******************************************************************
       2050-ETAPA-DEL-CURSO.
      *    CADA REGISTRO ES DE UN COLEGIO+CURSO: SE CALIFICA CON LA
      *    ESCALA DE LA ETAPA DEL CURSO EN EL COLEGIO; SIN ETAPA VALE
      *    LA ESCALA GENERAL
           MOVE COD-COLEGIO OF REG-COLEGIOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-COLEGIOS TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           IF W-ETAPA-ENCONTRADA AND W-ET-ORDEN > 0 THEN
             MOVE W-ET-ORDEN TO WS-IDX-ETAPA
           ELSE
             MOVE 21 TO WS-IDX-ETAPA
           END-IF
           MOVE W-ET-ETAPA TO W-ETAPA
           ADD 1 TO T-RE-LINEAS (WS-IDX-ETAPA)
           MOVE SPACES     TO W-ESC-ETIQUETA
           MOVE W-ET-ETAPA TO W-ESC-ETIQUETA (1:1)
           CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'COLEGIOS IMPRESOS: ' C-COLEGIOS-TOTALES
           PERFORM 4050-RANKING
           PERFORM 4100-RESUMEN-ETAPAS
           PERFORM 4200-CERRAR-FICHEROS
           PERFORM 5000-END-PROGRAM
           .
               END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       4100-RESUMEN-ETAPAS.
           WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA-CAB AFTER 3
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-LINEAS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE SPACE       TO LRE-ETAPA
                 MOVE 'SIN ETAPA' TO LRE-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-ETAPA  TO LRE-ETAPA
                 MOVE W-ET-NOMBRE TO LRE-NOMBRE
               END-IF
               MOVE T-RE-LINEAS (WS-IDX-ETAPA)
                 TO LRE-LINEAS
               MOVE T-RE-ALUMNOS (WS-IDX-ETAPA)
                 TO LRE-ALUMNOS
               MOVE 0      TO LRE-MEDIA
               MOVE SPACES TO LRE-CALIF
               IF T-RE-ALUMNOS (WS-IDX-ETAPA) > 0 THEN
                 COMPUTE W-ESC-NOTA ROUNDED =
                     T-RE-NOTAS (WS-IDX-ETAPA)
                   / T-RE-ALUMNOS (WS-IDX-ETAPA)
                 MOVE W-ESC-NOTA TO LRE-MEDIA
                 MOVE SPACES     TO W-ESC-ETIQUETA
                 MOVE LRE-ETAPA  TO W-ESC-ETIQUETA (1:1)
                 CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                        W-ESC-ENCONTRADO
                 END-CALL
                 CALL "MODESCAL" USING 'L' W-ESC-NOTA W-ESC-ETIQUETA
                                        W-ESC-ENCONTRADO
                 END-CALL
                 MOVE W-ESC-ETIQUETA TO LRE-CALIF
               END-IF
               WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA AFTER 1
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-COLEGIOS
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
      ******************************************************************
       5000-END-PROGRAM.
