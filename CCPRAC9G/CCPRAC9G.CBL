      *                 SYSIN). LOS ADMITIDOS DEFINITIVOS SE           *
      *                 MATRICULAN DESPUES POR EL CAMINO DE SIEMPRE    *
      *                 (CCPRAC25/CCPRAC26).                           *
      *                 CADA COLEGIO+CURSO DE LA LISTA LLEVA SU ETAPA  *
      *                 EDUCATIVA (MODETAPA) Y LA LISTA CIERRA CON     *
      *                 ADMITIDAS, EN ESPERA Y RECHAZADAS POR ETAPA.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 LLG-COLEGIO   PIC Z9.
           05 FILLER        PIC X(9)  VALUE '  CURSO: '.
           05 LLG-CURSO     PIC 9.
           05 FILLER        PIC X(9)  VALUE '  ETAPA: '.
           05 LLG-ETAPA     PIC X.
           05 FILLER        PIC X(49) VALUE SPACES.

       01 LINEA-LIS-SOLICITUD.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LLS-ORDEN     PIC ZZ9.
           05 FILLER        PIC X(13) VALUE SPACES.

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
               10 T-RE-ADMITIDAS     PIC 9(5).
               10 T-RE-EN-ESPERA     PIC 9(5).
               10 T-RE-RECHAZADAS    PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(32) VALUE
               'ADJUDICACION POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(12) VALUE '  ADMITIDAS:'.
           05 LRE-ADMITIDAS PIC ZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  ESPERA:'.
           05 LRE-EN-ESPERA PIC ZZZZ9.
           05 FILLER        PIC X(13) VALUE '  RECHAZADAS:'.
           05 LRE-RECHAZADAS PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           END-IF
           INITIALIZE T-PLAZAS
           PERFORM 1100-CARGAR-PLAZAS
           INITIALIZE T-RESUMEN-ETAPA
           MOVE 21 TO WS-IDX-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN OUTPUT F-SOL-NUEVO
           IF NOT FS-SOL-NUEVO-OK THEN
               MOVE 0 TO WS-ORDEN-ESPERA
               MOVE OR-COLEGIO TO LLG-COLEGIO
               MOVE OR-CURSO   TO LLG-CURSO
               PERFORM 3050-ETAPA-DEL-GRUPO
               WRITE LINEA-LISTA FROM LINEA-LIS-GRUPO
             END-IF
             PERFORM 3200-ADJUDICAR-UNA
             PERFORM 3100-RETURN-SOLICITUD
           END-PERFORM
           .
      ******************************************************************
       3050-ETAPA-DEL-GRUPO.
      *    ETAPA DEL CURSO SOLICITADO EN EL COLEGIO (21 = SIN ETAPA)
           MOVE OR-COLEGIO TO W-ET-COLEGIO
           MOVE OR-CURSO TO W-ET-CURSO
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
           IF WS-IDX-ETAPA = 21 THEN
             MOVE SPACE TO LLG-ETAPA
           ELSE
             MOVE W-ET-ETAPA TO LLG-ETAPA
           END-IF
           .
      ******************************************************************
       3100-RETURN-SOLICITUD.
           RETURN F-SORT
             MOVE 'R' TO SOL-ESTADO OF REG-SOL-SAL
             MOVE 'RECHAZADA       ' TO LLS-RESULTADO
             ADD 1 TO C-SIN-PLAZAS
             ADD 1 TO T-RE-RECHAZADAS (WS-IDX-ETAPA)
           ELSE
             IF T-PZ-LIBRES (OR-COLEGIO, OR-CURSO) > 0 THEN
               SUBTRACT 1
               MOVE 'A' TO SOL-ESTADO OF REG-SOL-SAL
               MOVE 'ADMITIDA        ' TO LLS-RESULTADO
               ADD 1 TO C-ADMITIDAS
               ADD 1 TO T-RE-ADMITIDAS (WS-IDX-ETAPA)
             ELSE
               ADD 1 TO WS-ORDEN-ESPERA
               MOVE 'E' TO SOL-ESTADO OF REG-SOL-SAL
                 TO SOL-ORDEN-ESPERA OF REG-SOL-SAL
               MOVE 'LISTA DE ESPERA ' TO LLS-RESULTADO
               ADD 1 TO C-EN-ESPERA
               ADD 1 TO T-RE-EN-ESPERA (WS-IDX-ETAPA)
             END-IF
           END-IF

           MOVE SOL-ORDEN-ESPERA OF REG-SOL-SAL TO LLS-ORDEN
           WRITE LINEA-LISTA FROM LINEA-LIS-SOLICITUD
           .
      ******************************************************************
       3400-RESUMEN-ETAPAS.
           WRITE LINEA-LISTA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-ADMITIDAS (WS-IDX-ETAPA) > 0
                 OR T-RE-EN-ESPERA (WS-IDX-ETAPA) > 0
                 OR T-RE-RECHAZADAS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-ADMITIDAS (WS-IDX-ETAPA)
                 TO LRE-ADMITIDAS
               MOVE T-RE-EN-ESPERA (WS-IDX-ETAPA)
                 TO LRE-EN-ESPERA
               MOVE T-RE-RECHAZADAS (WS-IDX-ETAPA)
                 TO LRE-RECHAZADAS
               WRITE LINEA-LISTA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'SOLICITUDES LEIDAS: ' C-SOLICITUDES
           DISPLAY 'ADMITIDAS:          ' C-ADMITIDAS
           DISPLAY 'EN LISTA DE ESPERA: ' C-EN-ESPERA
           DISPLAY 'RECHAZADAS:         ' C-SIN-PLAZAS
           PERFORM 3400-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-SOL-NUEVO
           CLOSE F-LISTA
           MOVE C-SOLICITUDES TO WS-METRI-REGISTROS
