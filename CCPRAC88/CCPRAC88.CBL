      *                 COLEGIO MAS EL FICHERO DE CONTROL CONTRA EL    *
      *                 QUE SE VERIFICARAN LAS ENTREGAS DE             *
      *                 SEPTIEMBRE.                                    *
      *                 CADA CONVOCATORIA (NIF+ASIGNATURA) SE ASIENTA  *
      *                 EN EL REGISTRO DE CORRESPONDENCIA (MODCORRE,   *
      *                 TIPO CON) Y SU CODIGO DE VERIFICACION SE       *
      *                 IMPRIME EN LA HOJA: LA CARTA A LA FAMILIA SALE *
      *                 EN EL ENSOBRADO CONJUNTO DE CCPRACBA.          *
      *                 LAS HOJAS CIERRAN CON LAS CONVOCATORIAS POR    *
      *                 ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU     *
      *                 COLEGIO (MODETAPA).                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER        PIC X(14) VALUE '  NOTA JUNIO: '.
           05 LHA-NOTA      PIC Z9,9.
           05 LHA-NOTA-R REDEFINES LHA-NOTA PIC X(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LHA-CODIGO    PIC X(14).
           05 FILLER        PIC X(38) VALUE SPACES.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

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
               10 T-RE-CONVOCADOS    PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(47) VALUE
               'CONVOCATORIAS DE SEPTIEMBRE POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(16) VALUE '  CONVOCATORIAS:'.
           05 LRE-CONVOCADOS PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
           END-IF
           MOVE WS-ANO-ACADEMICO TO LHC-ANO
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'CON' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC88'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC88*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
               MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO CO-COLEGIO
               MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO CO-NOMBRE
               MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO CO-APELLIDOS
               MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO W-ET-COLEGIO
               MOVE CURSO OF REG-ALUMNOS-GRAL     TO W-ET-CURSO
             ELSE
               MOVE 0 TO CO-COLEGIO
               MOVE 'ALUMNO DESCON.' TO CO-NOMBRE
               MOVE SPACES TO CO-APELLIDOS
               MOVE 0 TO W-ET-COLEGIO
               MOVE 0 TO W-ET-CURSO
             END-IF
             PERFORM 2250-ETAPA-DEL-ALUMNO
             RELEASE REG-CONVOCA
             ADD 1 TO C-CONVOCADOS
           END-IF
           SET GRUPO-CERRADO TO TRUE
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    LA CONVOCATORIA CUENTA EN LA ETAPA DEL CURSO DEL ALUMNO EN
      *    SU COLEGIO; SIN MAESTRO O SIN ETAPA VA A LA 21
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
           ADD 1 TO T-RE-CONVOCADOS (WS-IDX-ETAPA)
           .
      ******************************************************************
       2300-LEER-NOTA.
           READ F-NOTAS
             ELSE
               MOVE CO-NOTA-JUNIO TO LHA-NOTA
             END-IF
             PERFORM 3300-ASENTAR-CONVOCATORIA
             WRITE LINEA-HOJA FROM LINEA-HOJA-ALUMNO

             INITIALIZE REG-CONVOCADO
           MOVE CO-ASIGNATURA TO WS-ASIG-IMPRESA
           MOVE 'S' TO WS-HAY-CABECERA
           .
      ******************************************************************
       3300-ASENTAR-CONVOCATORIA.
           MOVE CO-NIF           TO W-CO-NIF
           MOVE CO-COLEGIO       TO W-CO-COLEGIO
           MOVE WS-ANO-ACADEMICO TO W-CO-ANO
           MOVE SPACES           TO W-CO-REFERENCIA
           STRING 'SEP ASIG ' CO-ASIGNATURA DELIMITED BY SIZE
               INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'CON' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC88'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC88*ERROR*ASENTAR*CONVOCATORIA* '
                   W-CO-NIF
               CALL "MODCORRE" USING 'C' 'CON' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC88' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LHA-CODIGO
           .
      ******************************************************************
       3400-RESUMEN-ETAPAS.
           WRITE LINEA-HOJA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-CONVOCADOS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-CONVOCADOS (WS-IDX-ETAPA)
                 TO LRE-CONVOCADOS
               WRITE LINEA-HOJA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'NOTAS LEIDAS:       ' C-NOTAS-LEIDAS
           DISPLAY 'ALUMNOS CONVOCADOS: ' C-CONVOCADOS
           PERFORM 3400-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'C' 'CON' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC88'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CLOSE F-CONVOCADOS
           CLOSE F-HOJAS
           MOVE C-CONVOCADOS TO WS-METRI-REGISTROS
