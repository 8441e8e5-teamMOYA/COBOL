      *                 LINEA COMBINADA AL FINAL. SI UNA SUSTITUCION   *
      *                 (RSUSTITU VIA MODSUSTI) CUBRE LA FECHA DEL     *
      *                 INFORME, LA LINEA DE LA ASIGNACION SALE A      *
      *                 NOMBRE DEL SUSTITUTO CON LA MARCA (S). LA      *
      *                 LINEA COMBINADA CUENTA UNA VEZ A CADA PROFESOR *
      *                 Y DA SU JORNADA: LA SUMA DE LOS PORCENTAJES DE *
      *                 TODAS SUS ASIGNACIONES EN PROFESORES.          *
      *                 AL FINAL SE DAN LAS NOTAS, LA MEDIA Y EL       *
      *                 PORCENTAJE DE SUSPENSOS POR ETAPA EDUCATIVA    *
      *                 DEL CURSO DEL ALUMNO EN EL COLEGIO DE LA       *
      *                 ASIGNACION (MODETAPA).                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 T-PROF-ENTRADA OCCURS 500.
               10 T-PROF-COD       PIC S9(4) USAGE COMP.
               10 T-PROF-NOMBRE    PIC X(15).
               10 T-PROF-NOTAS     PIC 9(6).
               10 T-PROF-SUMA      PIC 9(7)V9.
               10 T-PROF-SUSP      PIC 9(6).
       01 WS-IDX-PROF             PIC 999.
       01 W-JORNADA               PIC S9(4) USAGE COMP.
       01 WS-PROF-ENCONTRADO      PIC X.
           88 PROF-ENCONTRADO          VALUE 'S'.

           05 LC-PROFESOR   PIC ZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LC-NOMBRE     PIC X(15).
           05 FILLER        PIC X(9)  VALUE ' JORNADA:'.
           05 LC-JORNADA    PIC ZZ9.
           05 FILLER        PIC X(8)  VALUE ' NOTAS: '.
           05 LC-NOTAS      PIC ZZZZ9.
           05 FILLER        PIC X(8)  VALUE ' MEDIA: '.
           05 LC-PCT        PIC ZZ9,9.
           05 FILLER        PIC X(8)  VALUE ' %      '.

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
               10 T-RE-NOTAS         PIC 9(7).
               10 T-RE-SUMA          PIC 9(8)V9.
               10 T-RE-SUSP          PIC 9(7).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(25) VALUE
               'NOTAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(8)  VALUE ' NOTAS: '.
           05 LRE-NOTAS     PIC ZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE ' MEDIA: '.
           05 LRE-MEDIA     PIC Z9,99.
           05 FILLER        PIC X(8)  VALUE ' SUSP.: '.
           05 LRE-PCT       PIC ZZ9,9.
           05 FILLER        PIC X(2)  VALUE ' %'.

       01 WS-TIMESTAMP-INICIO   PIC X(21).
       01 WS-METRI-REGISTROS    PIC 9(9).

           EXEC SQL
             DECLARE C-NOTAS-PROFESOR CURSOR FOR
               SELECT P.COD_COLEGIO, P.COD_PROFESOR, P.NOMBRE,
                      P.ASIGNATURA, N.NOTA, A.CURSO
                 FROM PROFESORES P, ALUMNOS A, NOTAS N
                WHERE N.NIF = A.NIF
                  AND P.COD_COLEGIO =
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-NOTAS
           PERFORM 3000-COMBINADOS
           PERFORM 3200-RESUMEN-ETAPAS
           PERFORM 4000-FIN
           .
      ******************************************************************
           ACCEPT LINEA-SYSIN
           MOVE WS-ANO-ACADEMICO TO WS-ANO-FILTRO
           INITIALIZE T-PROFESORES
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODSUSTI" USING 'O' W-SUS-COLEGIO W-SUS-ASIGNATURA
                                  W-SUS-FECHA W-SUS-NOMBRE
                                  W-SUS-ENCONTRADO
               IF W-NOTA-LEIDA > 0 AND W-NOTA-LEIDA < 5 THEN
                   ADD 1 TO AC-SUSP-ASIGNACION
               END-IF
               PERFORM 2150-ETAPA-DEL-ALUMNO
               ADD 1 TO C-FILAS
               PERFORM 2100-FETCH-FILA
           END-PERFORM
                    :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :DCLPROFESORES.ASIGNATURA,
                    :W-NOTA-LEIDA,
                    :DCLALUMNOS.CURSO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    LA NOTA SE ACUMULA EN LA ETAPA DEL CURSO DEL ALUMNO EN EL
      *    COLEGIO DE LA ASIGNACION; SIN ETAPA VA A LA 21
           MOVE COD-COLEGIO OF DCLPROFESORES TO W-ET-COLEGIO
           MOVE CURSO OF DCLALUMNOS TO W-ET-CURSO
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
           ADD 1            TO T-RE-NOTAS (WS-IDX-ETAPA)
           ADD W-NOTA-LEIDA TO T-RE-SUMA (WS-IDX-ETAPA)
           IF W-NOTA-LEIDA > 0 AND W-NOTA-LEIDA < 5 THEN
             ADD 1 TO T-RE-SUSP (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       2200-CERRAR-ASIGNACION.
           ADD 1 TO C-ASIGNACIONES
               MOVE WS-GA-PROFESOR TO T-PROF-COD (WS-IDX-PROF)
               MOVE WS-GA-NOMBRE   TO T-PROF-NOMBRE (WS-IDX-PROF)
           END-IF
           ADD AC-NOTAS-ASIGNACION TO T-PROF-NOTAS (WS-IDX-PROF)
           ADD AC-SUMA-ASIGNACION  TO T-PROF-SUMA (WS-IDX-PROF)
           ADD AC-SUSP-ASIGNACION  TO T-PROF-SUSP (WS-IDX-PROF)
                   UNTIL WS-IDX-PROF > C-PROFESORES-TAB
               MOVE T-PROF-COD (WS-IDX-PROF)     TO LC-PROFESOR
               MOVE T-PROF-NOMBRE (WS-IDX-PROF)  TO LC-NOMBRE
               PERFORM 3100-JORNADA-PROFESOR
               MOVE W-JORNADA                    TO LC-JORNADA
               MOVE T-PROF-NOTAS (WS-IDX-PROF)   TO LC-NOTAS
               IF T-PROF-NOTAS (WS-IDX-PROF) > 0 THEN
                   COMPUTE W-MEDIA ROUNDED =
               WRITE LINEA-SALIDA FROM LINEA-COMBINADA
           END-PERFORM
           .
      ******************************************************************
       3100-JORNADA-PROFESOR.
           MOVE T-PROF-COD (WS-IDX-PROF)
             TO COD-PROFESOR OF DCLPROFESORES
           EXEC SQL
             SELECT COALESCE(SUM(PORCENTAJE), 0)
               INTO :W-JORNADA
               FROM PROFESORES
              WHERE COD_PROFESOR = :DCLPROFESORES.COD-PROFESOR
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRAC53*ERROR*JORNADA* '
                   T-PROF-COD (WS-IDX-PROF) ' ' WS-SQL-MENSAJE
               MOVE 0 TO W-JORNADA
           END-IF
           .
      ******************************************************************
       3200-RESUMEN-ETAPAS.
           WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-NOTAS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-NOTAS (WS-IDX-ETAPA)
                 TO LRE-NOTAS
               COMPUTE W-MEDIA ROUNDED =
                   T-RE-SUMA (WS-IDX-ETAPA) / T-RE-NOTAS (WS-IDX-ETAPA)
               COMPUTE W-PCT-SUSPENSOS =
                   T-RE-SUSP (WS-IDX-ETAPA) * 100
                   / T-RE-NOTAS (WS-IDX-ETAPA)
               MOVE W-MEDIA         TO LRE-MEDIA
               MOVE W-PCT-SUSPENSOS TO LRE-PCT
               WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'FILAS PROCESADAS:   ' C-FILAS
           DISPLAY 'ASIGNACIONES:       ' C-ASIGNACIONES
           DISPLAY 'PROFESORES:         ' C-PROFESORES-TAB
           CLOSE F-SALIDA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-FILAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC53' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
