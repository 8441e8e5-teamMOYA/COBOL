      *                 LOS ALUMNOS CON FALTAS COMUNICADAS, QUE ES     *
      *                 LA CIFRA QUE PIDE LA INSPECCION; SIN FICHERO   *
      *                 DE HORAS EL PORCENTAJE SALE A CERO.            *
      *                 LAS HORAS SE ACUMULAN TAMBIEN POR LA ETAPA     *
      *                 EDUCATIVA DEL CURSO DEL ALUMNO EN SU COLEGIO   *
      *                 (MODETAPA) Y AL FINAL SE IMPRIME EL RESUMEN DE *
      *                 HORAS Y HORAS JUSTIFICADAS POR ETAPA.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER  PIC X(26) VALUE 'SIN FALTAS REGISTRADAS    '.
           05 FILLER  PIC X(54) VALUE SPACES.

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
               10 T-RE-HORAS         PIC 9(7).
               10 T-RE-JUSTIF        PIC 9(7).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(37) VALUE
               'RESUMEN DE FALTAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(9)  VALUE '  HORAS: '.
           05 LRE-HORAS     PIC ZZZZZZ9.
           05 FILLER        PIC X(15) VALUE '  JUSTIFICADAS:'.
           05 LRE-JUSTIF    PIC ZZZZZZ9.

       01 WS-TIMESTAMP-INICIO   PIC X(21).
       01 WS-METRI-REGISTROS    PIC 9(9).

           EXEC SQL
             DECLARE C-FALTAS-COLEGIO CURSOR FOR
               SELECT A.COD_COLEGIO, F.ASIGNATURA, F.HORAS_FALTA,
                      F.JUSTIFICADA, F.NIF, A.CURSO
                 FROM FALTAS F, ALUMNOS A
                WHERE F.NIF = A.NIF
                  AND (:WS-ANO-FILTRO = 0
           CALL "MODHORAS" USING 'O' W-HOR-ASIG W-HOR-TRIM
                                  W-HOR-HORAS W-HOR-ENCONTRADO
           END-CALL
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
                   MOVE NIF OF DCLFALTAS
                     TO T-FC-ULT-NIF (ASIGNATURA OF DCLFALTAS)
               END-IF
               PERFORM 2150-ETAPA-DEL-ALUMNO
               ADD 1 TO C-REGISTROS
               PERFORM 2100-FETCH-FALTA
           END-PERFORM

           IF WS-COLEGIO-ANTERIOR NOT = -1 THEN
               PERFORM 2200-CERRAR-COLEGIO
               PERFORM 2300-RESUMEN-ETAPAS
           ELSE
               WRITE LINEA-SALIDA FROM LINEA-SIN-DATOS
           END-IF
             FETCH C-FALTAS-COLEGIO
               INTO :DCLALUMNOS.COD-COLEGIO,:DCLFALTAS.ASIGNATURA,
                    :DCLFALTAS.HORAS-FALTA,:DCLFALTAS.JUSTIFICADA,
                    :DCLFALTAS.NIF,:DCLALUMNOS.CURSO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    LAS HORAS SE ACUMULAN EN LA ETAPA DEL CURSO DEL ALUMNO EN
      *    SU COLEGIO; SIN ETAPA VAN A LA 21
           MOVE COD-COLEGIO OF DCLALUMNOS TO W-ET-COLEGIO
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
           ADD HORAS-FALTA OF DCLFALTAS
             TO T-RE-HORAS (WS-IDX-ETAPA)
           IF JUSTIFICADA OF DCLFALTAS = 'S' THEN
             ADD HORAS-FALTA OF DCLFALTAS
               TO T-RE-JUSTIF (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       2200-CERRAR-COLEGIO.
           MOVE WS-COLEGIO-ANTERIOR TO LCO-COLEGIO
           END-IF
           MOVE W-PCT-FALTAS TO LA-PCT
           .
      ******************************************************************
       2300-RESUMEN-ETAPAS.
           WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-HORAS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-HORAS (WS-IDX-ETAPA)
                 TO LRE-HORAS
               MOVE T-RE-JUSTIF (WS-IDX-ETAPA)
                 TO LRE-JUSTIF
               WRITE LINEA-SALIDA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'FALTAS PROCESADAS: ' C-REGISTROS
           DISPLAY 'COLEGIOS LISTADOS: ' C-COLEGIOS
           CLOSE F-SALIDA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-REGISTROS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC29' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
