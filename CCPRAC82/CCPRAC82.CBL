      *                 DE LOS ANOS MENORES DEL MISMO NIF) Y NO SE     *
      *                 GENERA SI EL REGISTRO YA TRAE ESE NIF+ANO:     *
      *                 UNA RE-EJECUCION NO DUPLICA NI DESORDENA.      *
      *                 LA LISTA CIERRA CON MANTIENE/PIERDE/JUSTIFICA  *
      *                 POR ETAPA EDUCATIVA DEL CURSO DEL BECARIO EN   *
      *                 SU COLEGIO (MODETAPA).                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 LLD-RESULTADO PIC X(18).
           05 FILLER        PIC X(19) VALUE SPACES.

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
               10 T-RE-MANTIENEN     PIC 9(5).
               10 T-RE-PIERDEN       PIC 9(5).
               10 T-RE-JUSTIFICAN    PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(39) VALUE
               'RENOVACION DE BECAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(12) VALUE '  MANTIENEN:'.
           05 LRE-MANTIENEN PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE '  PIERDEN:'.
           05 LRE-PIERDEN   PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE '  JUSTIF.:'.
           05 LRE-JUSTIFICAN PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

             DISPLAY '*CCPRAC82*SYSIN*SIN*MEDIA* SE ASUME 5,0'
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           ELSE
             MOVE 0 TO W-MEDIA-ALUMNO
           END-IF
           PERFORM 2250-ETAPA-DEL-ALUMNO

           EVALUATE TRUE
             WHEN C-NP > 0
               MOVE 'J' TO WS-ESTADO-NUEVO
               MOVE 'DEBE JUSTIFICAR   ' TO LLD-RESULTADO
               ADD 1 TO C-JUSTIFICAN
               ADD 1 TO T-RE-JUSTIFICAN (WS-IDX-ETAPA)
             WHEN W-MEDIA-ALUMNO >= WS-MEDIA-MINIMA
               MOVE 'R' TO WS-ESTADO-NUEVO
               MOVE 'MANTIENE LA BECA  ' TO LLD-RESULTADO
               ADD 1 TO C-MANTIENEN
               ADD 1 TO T-RE-MANTIENEN (WS-IDX-ETAPA)
             WHEN OTHER
               MOVE 'P' TO WS-ESTADO-NUEVO
               MOVE '*PIERDE LA BECA*  ' TO LLD-RESULTADO
               ADD 1 TO C-PIERDEN
               ADD 1 TO T-RE-PIERDEN (WS-IDX-ETAPA)
           END-EVALUATE

           INITIALIZE REG-BECA-SAL
           MOVE W-MEDIA-ALUMNO         TO LLD-MEDIA
           WRITE LINEA-LISTADO FROM LINEA-LIS-DATOS
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL BECARIO EN SU COLEGIO (21 = SIN ETAPA)
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
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
       2400-VOLCAR-PENDIENTE.
           WRITE REG-BECA-NUEVO FROM REG-BECA-SAL
             MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS
           END-IF
           .
      ******************************************************************
       3100-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-MANTIENEN (WS-IDX-ETAPA) > 0
                 OR T-RE-PIERDEN (WS-IDX-ETAPA) > 0
                 OR T-RE-JUSTIFICAN (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-MANTIENEN (WS-IDX-ETAPA)
                 TO LRE-MANTIENEN
               MOVE T-RE-PIERDEN (WS-IDX-ETAPA)
                 TO LRE-PIERDEN
               MOVE T-RE-JUSTIFICAN (WS-IDX-ETAPA)
                 TO LRE-JUSTIFICAN
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           IF HAY-FILA-PENDIENTE THEN
           DISPLAY 'DEBEN JUSTIFICAR:   ' C-JUSTIFICAN
           DISPLAY 'SIN NOTAS:          ' C-SIN-NOTAS
           DISPLAY 'YA VERIFICADAS:     ' C-YA-VERIFICADAS
           PERFORM 3100-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-BECAS-ANT
           CLOSE F-ALUMNOS
           CLOSE F-BECAS-NUEVO
