      *                 TRASLADOS DE RTRASLAD (EN TABLA, QUE NO        *
      *                 VIENE ORDENADO). EL RESTO ES ABANDONO SIN      *
      *                 EXPLICACION Y SALE LISTADO POR COLEGIO CON     *
      *                 UN SORT INTERNO. EL CONSOLIDADO DEL ANO        *
      *                 ANTERIOR SE RESUELVE EN EL CATALOGO DE         *
      *                 GENERACIONES (MODGENCA): ES LA GENERACION DE   *
      *                 CIERRE DEL TERCER TRIMESTRE DEL ANO ANTERIOR   *
      *                 AL DE SYSIN, SALVO QUE SYSIN FIJE UNA          *
      *                 GENERACION; SI NO ESTA CATALOGADA EL PROCESO   *
      *                 ABORTA.                                        *
      *                 LOS ABANDONOS SALEN ADEMAS EN EL EXTRACTO      *
      *                 RABANDON (COLEGIO, CURSO Y ANO ANTERIOR) DEL   *
      *                 QUE LA PREVISION DE MATRICULA (CCPRACAU) SACA  *
      *                 LA TASA DE ABANDONO POR CURSO; SIN DD ABANDONO *
      *                 SOLO SE LISTA.                                 *
      *                 EL LISTADO CIERRA CON ALUMNOS, GRADUADOS Y     *
      *                 ABANDONOS POR ETAPA EDUCATIVA DEL CURSO DEL    *
      *                 ANO ANTERIOR (MODETAPA).                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANTERIOR ASSIGN TO WS-DSN-ANTERIOR
               FILE STATUS IS FS-ANTERIOR.

           SELECT F-ACTUAL ASSIGN ALUMACT
           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-ABANDONOS ASSIGN ABANDONO
               FILE STATUS IS FS-ABANDONOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       FD F-ABANDONOS
           RECORDING MODE IS F.
           COPY RABANDON.

       SD F-SORT
           DATA RECORD REG-ABANDONO.
       01 REG-ABANDONO.
               88 FS-TRASLADOS-OK   VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.
           05 FS-ABANDONOS PIC XX.
               88 FS-ABANDONOS-OK   VALUE '00'.

       01 C-CONTADORES.
           05 C-ANTERIORES        PIC 9(6) VALUE 0.
           05 LLA-CURSO     PIC 9.
           05 FILLER        PIC X(12) VALUE ' *ABANDONO* '.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-GENERACION-ANT    PIC 9(6).
           05 FILLER               PIC X(70).

       01 WS-DSN-ANTERIOR         PIC X(44) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

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
               10 T-RE-ALUMNOS       PIC 9(6).
               10 T-RE-GRADUADOS     PIC 9(6).
               10 T-RE-ABANDONOS     PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(46) VALUE
               'ABANDONOS POR ETAPA EDUCATIVA DEL ANO ANTERIOR'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  GRAD.:'.
           05 LRE-GRADUADOS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  ABANDONOS:'.
           05 LRE-ABANDONOS PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1050-RESOLVER-ANTERIOR
           INITIALIZE T-TRASLADADOS
           PERFORM 1100-CARGAR-TRASLADOS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN INPUT F-ANTERIOR
           IF NOT FS-ANTERIOR-OK THEN
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-ABANDONOS
           IF NOT FS-ABANDONOS-OK THEN
               DISPLAY 'SIN FICHERO DE ABANDONOS - SOLO SE LISTAN'
           END-IF
           .
      ******************************************************************
       1050-RESOLVER-ANTERIOR.
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-GENERACION-ANT NUMERIC
               AND WS-GENERACION-ANT > 0 THEN
               MOVE WS-GENERACION-ANT TO W-GC-GENERACION
               CALL "MODGENCA" USING 'G' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           ELSE
               IF WS-ANO-ACADEMICO NOT NUMERIC
                   OR WS-ANO-ACADEMICO = ZERO THEN
                   DISPLAY '*CCPRAC9O*SYSIN*ANO*INVALIDO*'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 5000-END-PROGRAM
               END-IF
               COMPUTE W-GC-ANO = WS-ANO-ACADEMICO - 1
               CALL "MODGENCA" USING 'Y' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           END-IF
           IF NOT W-GC-ENCONTRADA THEN
               DISPLAY '*CCPRAC9O*ABEND*GENERACION*NO*CATALOGADA* '
                   'FIN DE ANO ' W-GC-ANO ' GENERACION '
                   W-GC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-GC-DATASET TO WS-DSN-ANTERIOR
           DISPLAY 'ANO ANTERIOR: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA ' ' WS-DSN-ANTERIOR
           .
      ******************************************************************
       1100-CARGAR-TRASLADOS.
           READ F-ANTERIOR
           PERFORM UNTIL FS-ANTERIOR-EOF
             ADD 1 TO C-ANTERIORES
             PERFORM 2050-ETAPA-DEL-ALUMNO
             PERFORM 2100-CLASIFICAR-ALUMNO
             READ F-ANTERIOR
           END-PERFORM
             CLOSE F-GRADUADOS
           END-IF
           .
      ******************************************************************
       2050-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO QUE EL ALUMNO TENIA EL ANO ANTERIOR (21 =
      *    SIN ETAPA)
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
           ADD 1 TO T-RE-ALUMNOS (WS-IDX-ETAPA)
           .
      ******************************************************************
       2100-CLASIFICAR-ALUMNO.
           PERFORM UNTIL AC-NIF >= NIF OF REG-ALUMNOS
               ADD 1 TO C-CONTINUAN
             WHEN GR-NIF = NIF OF REG-ALUMNOS
               ADD 1 TO C-GRADUADOS
               ADD 1 TO T-RE-GRADUADOS (WS-IDX-ETAPA)
             WHEN OTHER
               PERFORM 2200-BUSCAR-TRASLADO
               IF NIF-TRASLADADO THEN
                 ADD 1 TO C-TRASLADADOS
               ELSE
                 ADD 1 TO C-ABANDONOS
                 ADD 1 TO T-RE-ABANDONOS (WS-IDX-ETAPA)
                 MOVE COLEGIO OF REG-ALUMNOS   TO AB-COLEGIO
                 MOVE NIF OF REG-ALUMNOS       TO AB-NIF
                 MOVE NOMBRE OF REG-ALUMNOS    TO AB-NOMBRE
                 MOVE APELLIDOS OF REG-ALUMNOS TO AB-APELLIDOS
                 MOVE CURSO OF REG-ALUMNOS     TO AB-CURSO
                 RELEASE REG-ABANDONO
                 IF FS-ABANDONOS-OK THEN
                   INITIALIZE REG-ABANDONO-ANO
                   MOVE NIF OF REG-ALUMNOS     TO BA-NIF
                   MOVE COLEGIO OF REG-ALUMNOS TO BA-COLEGIO
                   MOVE CURSO OF REG-ALUMNOS   TO BA-CURSO
                   MOVE W-GC-ANO               TO BA-ANO
                   WRITE REG-ABANDONO-ANO
                 END-IF
               END-IF
           END-EVALUATE
           .
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
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
               MOVE T-RE-GRADUADOS (WS-IDX-ETAPA)
                 TO LRE-GRADUADOS
               MOVE T-RE-ABANDONOS (WS-IDX-ETAPA)
                 TO LRE-ABANDONOS
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS ANO ANTERIOR: ' C-ANTERIORES
           DISPLAY 'GRADUADOS:            ' C-GRADUADOS
           DISPLAY 'TRASLADADOS:          ' C-TRASLADADOS
           DISPLAY 'ABANDONOS:            ' C-ABANDONOS
           PERFORM 3200-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-LISTADO
           IF FS-ABANDONOS-OK THEN
             CLOSE F-ABANDONOS
           END-IF
           MOVE C-ANTERIORES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9O' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
