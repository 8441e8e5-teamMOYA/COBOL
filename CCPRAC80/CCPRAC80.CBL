      *                 NIF-VIEJO/NIF-NUEVO QUE CONSUME CCPRAC48,      *
      *                 CON UN LISTADO DE REVISION PARA EL HUMANO      *
      *                 QUE DECIDE.                                    *
      *                 CADA PAREJA DEL LISTADO LLEVA LA ETAPA         *
      *                 EDUCATIVA DEL CURSO DEL PRIMER EXPEDIENTE      *
      *                 (MODETAPA) Y EL LISTADO CIERRA CON CANDIDATAS  *
      *                 Y EMITIDAS POR ETAPA.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 LLP-PUNTOS    PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LLP-MARCA     PIC X(10).
           05 FILLER        PIC X(7)  VALUE '  ETAPA'.
           05 FILLER        PIC X     VALUE SPACE.
           05 LLP-ETAPA     PIC X.
           05 FILLER        PIC X(4)  VALUE SPACES.

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
               10 T-RE-CANDIDATAS    PIC 9(5).
               10 T-RE-EMITIDAS      PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(38) VALUE
               'PAREJAS CANDIDATAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(13) VALUE '  CANDIDATAS:'.
           05 LRE-CANDIDATAS PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE '  EMITIDAS:'.
           05 LRE-EMITIDAS  PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       2000-COMPARAR-ADYACENTES.
      *    CURSO IGUAL, 15 POR GRUPO IGUAL, Y HASTA 20 POR NIF CASI
      *    IGUAL (PROPORCION DE POSICIONES COINCIDENTES)
           ADD 1 TO C-CANDIDATAS
           PERFORM 2250-ETAPA-DE-LA-PAREJA
           MOVE 50 TO W-PUNTUACION
           IF WA-CURSO = CURSO OF REG-ALUMNOS-GRAL THEN
             ADD 15 TO W-PUNTUACION
             MOVE NIF OF REG-ALUMNOS-GRAL TO P-NIF-NUEVO
             WRITE REG-PAREJA
             ADD 1 TO C-EMITIDAS
             ADD 1 TO T-RE-EMITIDAS (WS-IDX-ETAPA)
           ELSE
             MOVE 'SOLO LISTA' TO LLP-MARCA
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-LIS-PAREJA
           .
      ******************************************************************
       2250-ETAPA-DE-LA-PAREJA.
      *    LA PAREJA CUENTA EN LA ETAPA DEL CURSO DEL PRIMER EXPEDIENTE
      *    (21 = SIN ETAPA)
           MOVE WA-COLEGIO TO W-ET-COLEGIO
           MOVE WA-CURSO TO W-ET-CURSO
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
           ADD 1 TO T-RE-CANDIDATAS (WS-IDX-ETAPA)
           IF WS-IDX-ETAPA = 21 THEN
             MOVE SPACE TO LLP-ETAPA
           ELSE
             MOVE W-ET-ETAPA TO LLP-ETAPA
           END-IF
           .
      ******************************************************************
       3100-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-CANDIDATAS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-CANDIDATAS (WS-IDX-ETAPA)
                 TO LRE-CANDIDATAS
               MOVE T-RE-EMITIDAS (WS-IDX-ETAPA)
                 TO LRE-EMITIDAS
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'PAREJAS CANDIDATAS: ' C-CANDIDATAS
           DISPLAY 'PAREJAS EMITIDAS:   ' C-EMITIDAS
           PERFORM 3100-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-PAREJAS
           CLOSE F-LISTADO
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
