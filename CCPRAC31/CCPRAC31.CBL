      *                 AL 5; CCPRAC73 PURGARA LAS SUPERADAS EN SU     *
      *                 SIGUIENTE PASADA. SIN FICHERO DE PENDIENTES    *
      *                 EL PROCESO FUNCIONA COMO SIEMPRE.              *
      *                 LAS RECUPERACIONES SE TOTALIZAN TAMBIEN POR LA *
      *                 ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU     *
      *                 COLEGIO (MAESTRO DE ALUMNOS Y MODETAPA),       *
      *                 DETRAS DE LOS TOTALES POR COLEGIO.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 GRUPO-CERRADO            VALUE 'N'.

       01 WS-COLEGIO-ACTUAL       PIC 99.
       01 WS-CURSO-ACTUAL         PIC 9.

       01 WS-PEND-ACTIVO          PIC X VALUE 'N'.
           88 PENDIENTES-ACTIVO        VALUE 'S'.
           05 LTR-SUSPENSAS        PIC ZZZZ9.
           05 FILLER               PIC X(28) VALUE SPACES.

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
               10 T-RE-RECUPERADAS   PIC 9(6).
               10 T-RE-SUSPENSAS     PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(34) VALUE
               'RECUPERACIONES POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(14) VALUE ' RECUPERADAS: '.
           05 LRE-RECUPERADAS PIC ZZZZZ9.
           05 FILLER        PIC X(18) VALUE ' SIGUEN SUSPENSAS:'.
           05 LRE-SUSPENSAS PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           INITIALIZE T-RECUP-COLEGIO
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-ABRIR-PENDIENTES
           .
      ******************************************************************
       2400-INFORMAR-RECUPERACION.
           PERFORM 2500-BUSCAR-COLEGIO
           PERFORM 2550-ETAPA-DEL-ALUMNO
           MOVE WS-GRUPO-NIF        TO LDR-NIF
           MOVE WS-GRUPO-ASIGNATURA TO LDR-ASIGNATURA
           MOVE WS-MEJOR-ORDINARIA  TO LDR-NOTA-JUNIO
           IF WS-NOTA-EXTRAORD >= 5 THEN
               MOVE 'RECUPERADA' TO LDR-RESULTADO
               ADD 1 TO C-RECUPERADAS
               ADD 1 TO T-RE-RECUPERADAS (WS-IDX-ETAPA)
               IF WS-COLEGIO-ACTUAL >= 1
                   AND WS-COLEGIO-ACTUAL <= 99 THEN
                   ADD 1 TO T-RCU-RECUPERADAS (WS-COLEGIO-ACTUAL)
           ELSE
               MOVE 'SIGUE SUSPENSA' TO LDR-RESULTADO
               ADD 1 TO C-SIGUEN-SUSPENSAS
               ADD 1 TO T-RE-SUSPENSAS (WS-IDX-ETAPA)
               IF WS-COLEGIO-ACTUAL >= 1
                   AND WS-COLEGIO-ACTUAL <= 99 THEN
                   ADD 1 TO T-RCU-SUSPENSAS (WS-COLEGIO-ACTUAL)
           END-PERFORM
           IF NIF OF REG-ALUMNOS-GRAL = WS-GRUPO-NIF THEN
               MOVE COLEGIO OF REG-ALUMNOS-GRAL TO WS-COLEGIO-ACTUAL
               MOVE CURSO OF REG-ALUMNOS-GRAL   TO WS-CURSO-ACTUAL
           ELSE
               MOVE 0 TO WS-COLEGIO-ACTUAL
               MOVE 0 TO WS-CURSO-ACTUAL
           END-IF
           .
      ******************************************************************
       2550-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO; SIN MAESTRO O SIN
      *    ETAPA LA RECUPERACION CUENTA EN LA 21
           MOVE WS-COLEGIO-ACTUAL TO W-ET-COLEGIO
           MOVE WS-CURSO-ACTUAL TO W-ET-CURSO
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
           .
      ******************************************************************
               PERFORM 2720-VACIAR-PENDIENTES
           END-IF
           PERFORM 3100-TOTALES-COLEGIO
           PERFORM 3150-RESUMEN-ETAPAS
           PERFORM 3200-DISPLAY-DATOS
           PERFORM 3300-CERRAR-FICHEROS
           MOVE C-NOTAS-LEIDAS TO WS-METRI-REGISTROS
               END-IF
           END-PERFORM
           .
      ******************************************************************
       3150-RESUMEN-ETAPAS.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-RECUPERADAS (WS-IDX-ETAPA) > 0
                 OR T-RE-SUSPENSAS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-RECUPERADAS (WS-IDX-ETAPA)
                 TO LRE-RECUPERADAS
               MOVE T-RE-SUSPENSAS (WS-IDX-ETAPA)
                 TO LRE-SUSPENSAS
               WRITE LINEA-INFORME FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3200-DISPLAY-DATOS.
           DISPLAY 'NOTAS LEIDAS:        ' C-NOTAS-LEIDAS
           CLOSE F-ALUMNOS
           CLOSE F-NOTAS-MEJOR
           CLOSE F-INFORME
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           IF PENDIENTES-ACTIVO THEN
               CLOSE F-PEND-ANT
               CLOSE F-PEND-NUEVO
