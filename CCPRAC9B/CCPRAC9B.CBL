      *                 RATIO DE ALUMNOS POR AULA (REDONDEO HACIA      *
      *                 ARRIBA), HORAS NECESARIAS = GRUPOS POR HORAS   *
      *                 SEMANALES DE LA ASIGNATURA, HORAS CUBIERTAS    *
      *                 = PROFESORES ASIGNADOS POR SU CARGA LECTIVA,   *
      *                 CADA UNO EN LA PROPORCION DEL PORCENTAJE DE    *
      *                 JORNADA DE SU ASIGNACION (EL ITINERANTE SOLO   *
      *                 SUMA UNA VEZ ENTRE TODOS SUS COLEGIOS).        *
      *                 POR COLEGIO Y ASIGNATURA SE IMPRIME            *
      *                 NECESARIO CONTRA CUBIERTO CON LA MARCA DE      *
      *                 DEFICIT, COMO SOPORTE DOCUMENTAL DE LA         *
      *                 PETICION.                                      *
      *                 LA MATRICULA SE LEE POR                        *
      *                 COLEGIO+ASIGNATURA+CURSO: EL INFORME CIERRA    *
      *                 CON MATRICULADOS, GRUPOS Y HORAS NECESARIAS    *
      *                 POR ETAPA EDUCATIVA DEL CURSO (MODETAPA), CON  *
      *                 LOS GRUPOS CONTADOS CURSO A CURSO.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 T-PL-COLEGIO OCCURS 99.
               10 T-PL-ASIG OCCURS 6.
                   15 T-PL-MATRICULADOS PIC 9(5).
                   15 T-PL-PORCENTAJE   PIC 9(5).

       01 WS-COLEGIO              PIC 99.
       01 C-ASIG                  PIC 9.
           05 W-GRUPOS            PIC 999.
           05 W-HORAS-NECESARIAS  PIC 9(5).
           05 W-HORAS-CUBIERTAS   PIC 9(5).
           05 W-EQUIVALENTES      PIC 999V99.
           05 W-DEFICIT           PIC S9(5).

       01 W-CT-FILA               PIC S9(9) USAGE COMP.
           05 LIP-CUBIERTAS PIC ZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIP-MARCA     PIC X(12).
           05 FILLER        PIC X(13) VALUE ' PROF.EQUIV: '.
           05 LIP-EQUIVALENTES PIC ZZ9.99.
           05 FILLER        PIC X(21) VALUE SPACES.

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
               10 T-RE-MATRICULADOS  PIC 9(6).
               10 T-RE-GRUPOS        PIC 9(5).
               10 T-RE-NECESARIAS    PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(50) VALUE
               'NECESIDADES POR ETAPA EDUCATIVA (GRUPOS POR CURSO)'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(15) VALUE '  MATRICULADOS:'.
           05 LRE-MATRICULADOS PIC ZZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  GRUPOS:'.
           05 LRE-GRUPOS    PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  H.NECESARIAS:'.
           05 LRE-NECESARIAS PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             DECLARE C-MATRICULA CURSOR FOR
               SELECT A.COD_COLEGIO, M.ASIGNATURA, A.CURSO, COUNT(*)
                 FROM MATRICULAS M, ALUMNOS A
                WHERE M.NIF = A.NIF
                  AND M.ANO_ACADEMICO = :WS-ANO-NUEVO
                GROUP BY A.COD_COLEGIO, M.ASIGNATURA, A.CURSO
                ORDER BY A.COD_COLEGIO, M.ASIGNATURA, A.CURSO
           END-EXEC.

           EXEC SQL
             DECLARE C-ASIGNACIONES CURSOR FOR
               SELECT COD_COLEGIO, ASIGNATURA, SUM(PORCENTAJE)
                 FROM PROFESORES
                GROUP BY COD_COLEGIO, ASIGNATURA
                ORDER BY COD_COLEGIO, ASIGNATURA
                 'HORAS LECTIVAS POR PROFESOR'
           END-IF
           INITIALIZE T-PLANTILLA
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
                 AND COD-COLEGIO OF DCLALUMNOS <= 99
                 AND ASIGNATURA OF DCLMATRICULAS >= 1
                 AND ASIGNATURA OF DCLMATRICULAS <= 6 THEN
               ADD W-CT-FILA TO T-PL-MATRICULADOS
                   (COD-COLEGIO OF DCLALUMNOS,
                    ASIGNATURA OF DCLMATRICULAS)
               PERFORM 2050-ETAPA-DE-LA-FILA
             END-IF
             PERFORM 2100-FETCH-MATRICULA
           END-PERFORM
             CLOSE C-MATRICULA
           END-EXEC
           .
      ******************************************************************
       2050-ETAPA-DE-LA-FILA.
      *    LA FILA ES COLEGIO+ASIGNATURA+CURSO: SUS GRUPOS Y HORAS SE
      *    CARGAN A LA ETAPA DEL CURSO (21 = SIN ETAPA). EL CUBIERTO
      *    NO SE REPARTE: LA ASIGNACION DEL PROFESOR NO LLEVA CURSO
           MOVE COD-COLEGIO OF DCLALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF DCLALUMNOS       TO W-ET-CURSO
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
           COMPUTE W-GRUPOS =
               (W-CT-FILA + WS-RATIO-ALUMNOS - 1) / WS-RATIO-ALUMNOS
           END-COMPUTE
           ADD W-CT-FILA TO T-RE-MATRICULADOS (WS-IDX-ETAPA)
           ADD W-GRUPOS  TO T-RE-GRUPOS (WS-IDX-ETAPA)
           COMPUTE T-RE-NECESARIAS (WS-IDX-ETAPA) =
               T-RE-NECESARIAS (WS-IDX-ETAPA)
               + W-GRUPOS * WS-HORAS-ASIGNATURA
           END-COMPUTE
           .
      ******************************************************************
       2100-FETCH-MATRICULA.
           EXEC SQL
             FETCH C-MATRICULA
               INTO :DCLALUMNOS.COD-COLEGIO,
                    :DCLMATRICULAS.ASIGNATURA,
                    :DCLALUMNOS.CURSO,
                    :W-CT-FILA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
                 AND COD-COLEGIO OF DCLPROFESORES <= 99
                 AND ASIGNATURA OF DCLPROFESORES >= 1
                 AND ASIGNATURA OF DCLPROFESORES <= 6 THEN
               MOVE W-CT-FILA TO T-PL-PORCENTAJE
                   (COD-COLEGIO OF DCLPROFESORES,
                    ASIGNATURA OF DCLPROFESORES)
             END-IF
                   UNTIL WS-COLEGIO > 99
             PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
               IF T-PL-MATRICULADOS (WS-COLEGIO, C-ASIG) > 0
                   OR T-PL-PORCENTAJE (WS-COLEGIO, C-ASIG) > 0 THEN
                 PERFORM 3100-LINEA-DE-PAREJA
               END-IF
             END-PERFORM
           COMPUTE W-HORAS-NECESARIAS =
               W-GRUPOS * WS-HORAS-ASIGNATURA
           END-COMPUTE
           COMPUTE W-EQUIVALENTES =
               T-PL-PORCENTAJE (WS-COLEGIO, C-ASIG) / 100
           END-COMPUTE
           COMPUTE W-HORAS-CUBIERTAS ROUNDED =
               T-PL-PORCENTAJE (WS-COLEGIO, C-ASIG)
               * WS-CARGA-PROFESOR / 100
           END-COMPUTE
           COMPUTE W-DEFICIT =
               W-HORAS-NECESARIAS - W-HORAS-CUBIERTAS
           MOVE W-GRUPOS            TO LIP-GRUPOS
           MOVE W-HORAS-NECESARIAS  TO LIP-NECESARIAS
           MOVE W-HORAS-CUBIERTAS   TO LIP-CUBIERTAS
           MOVE W-EQUIVALENTES      TO LIP-EQUIVALENTES
           IF W-DEFICIT > 0 THEN
             MOVE '*DEFICIT*   ' TO LIP-MARCA
             ADD 1 TO C-DEFICITARIAS
           END-IF
           WRITE LINEA-INFORME FROM LINEA-INF-PAREJA
           .
      ******************************************************************
       3200-RESUMEN-ETAPAS.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-MATRICULADOS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-MATRICULADOS (WS-IDX-ETAPA)
                 TO LRE-MATRICULADOS
               MOVE T-RE-GRUPOS (WS-IDX-ETAPA)
                 TO LRE-GRUPOS
               MOVE T-RE-NECESARIAS (WS-IDX-ETAPA)
                 TO LRE-NECESARIAS
               WRITE LINEA-INFORME FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'FILAS DE MATRICULA: ' C-FILAS
           DISPLAY 'PAREJAS LISTADAS:   ' C-PAREJAS
           DISPLAY 'CON DEFICIT:        ' C-DEFICITARIAS
           PERFORM 3200-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-INFORME
           MOVE C-PAREJAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9B' WS-TIMESTAMP-INICIO
