      *                 DE CADA ASIGNATURA, PARA DETECTAR COLEGIOS     *
      *                 CUYO PATRON DE NOTAS NO SE PARECE AL DEL       *
      *                 RESTO. ES LO PRIMERO QUE PIDE INSPECCION.      *
      *                 CADA BLOQUE COLEGIO+CURSO LLEVA LA ETAPA       *
      *                 EDUCATIVA DEL CURSO EN EL COLEGIO (MODETAPA) Y *
      *                 AL FINAL SE IMPRIME LA DISTRIBUCION DE NOTAS   *
      *                 (0-10) ACUMULADA POR ETAPA.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 W-COD-COLEGIO PIC Z9.
           05 FILLER       PIC X(9)  VALUE '  CURSO: '.
           05 W-CURSO      PIC 9.
           05 FILLER       PIC X(9)  VALUE '  ETAPA: '.
           05 W-ETAPA      PIC X.
           05 FILLER       PIC X(101) VALUE SPACES.

       01 LINEA-ASIG.
           05 LA-ASIGNATURA PIC 9.
           05 FILLER         PIC X(20) VALUE 'SIN ALUMNOS CON NOTA'.
           05 FILLER         PIC X(107) VALUE SPACES.

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
               10 T-RE-ALUMNOS       PIC 9(7).
               10 T-RE-CT-NOTA       PIC 9(7) OCCURS 11.
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(41) VALUE
               'DISTRIBUCION DE NOTAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(8)  VALUE '  NOTAS:'.
           05 LRE-ALUMNOS   PIC ZZZZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-DIST OCCURS 11.
               10 LRE-CT-NOTA PIC ZZZZZZ9B.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           .
      ******************************************************************
       1000-INICIO.
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-ESCRIBIR-CABECERA
           READ F-ESTADISTICA

           MOVE COD-COLEGIO OF REG-COLEGIO-EST TO W-COD-COLEGIO
           MOVE CURSO OF REG-COLEGIO-EST TO W-CURSO
           PERFORM 2050-ETAPA-DEL-CURSO
           WRITE LINEA-SALIDA FROM LINEA-COLEGIO AFTER 2
           WRITE LINEA-SALIDA FROM W-LINEA5 AFTER 1

                   MOVE C-ASIG TO LA-ASIGNATURA
                   MOVE CT-ALUMNOS-ASIG OF REG-COLEGIO-EST (C-ASIG)
                     TO LA-ALUMNOS
                   ADD CT-ALUMNOS-ASIG OF REG-COLEGIO-EST (C-ASIG)
                     TO T-RE-ALUMNOS (WS-IDX-ETAPA)
                   MOVE NOTA-MINIMA OF REG-COLEGIO-EST (C-ASIG)
                     TO LA-MINIMA
                   MOVE NOTA-MAXIMA OF REG-COLEGIO-EST (C-ASIG)
                       MOVE CT-NOTA OF REG-COLEGIO-EST
                           (C-ASIG, C-IDX-DIST)
                         TO LA-CT-NOTA (C-IDX-DIST)
                       ADD CT-NOTA OF REG-COLEGIO-EST
                           (C-ASIG, C-IDX-DIST)
                         TO T-RE-CT-NOTA (WS-IDX-ETAPA, C-IDX-DIST)
                   END-PERFORM
                   WRITE LINEA-SALIDA FROM LINEA-ASIG AFTER 1
               END-IF

           READ F-ESTADISTICA
           .
      ******************************************************************
       2050-ETAPA-DEL-CURSO.
      *    CADA REGISTRO ES DE UN COLEGIO+CURSO; LA DISTRIBUCION SE
      *    ACUMULA EN LA ETAPA DEL CURSO EN EL COLEGIO (21 = SIN ETAPA)
           MOVE COD-COLEGIO OF REG-COLEGIO-EST TO W-ET-COLEGIO
           MOVE CURSO OF REG-COLEGIO-EST TO W-ET-CURSO
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
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'COLEGIOS IMPRESOS: ' C-COLEGIOS-TOTALES
           PERFORM 4100-RESUMEN-ETAPAS
           PERFORM 4200-CERRAR-FICHEROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-RESUMEN-ETAPAS.
           WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA-CAB AFTER 3
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-ALUMNOS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-ALUMNOS (WS-IDX-ETAPA)
                 TO LRE-ALUMNOS
               PERFORM VARYING C-IDX-DIST FROM 1 BY 1
                       UNTIL C-IDX-DIST > 11
                 MOVE T-RE-CT-NOTA (WS-IDX-ETAPA, C-IDX-DIST)
                   TO LRE-CT-NOTA (C-IDX-DIST)
               END-PERFORM
               WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA AFTER 1
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-ESTADISTICA
           CLOSE SALIDA-TABLA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
