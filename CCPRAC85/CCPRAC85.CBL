      *                 NOMBRE SALEN DEL MAESTRO RALUMN02 Y UN SORT    *
      *                 INTERNO DEJA LA LISTA AGRUPADA POR COLEGIO Y   *
      *                 GRUPO PARA REPARTIRLA A CADA TUTOR.            *
      *                 CON EL REGISTRO DE PARTES DE CONVIVENCIA       *
      *                 (RPARTES, OPCIONAL, POR NIF) TAMBIEN ENTRA     *
      *                 QUIEN TIENE EN EL ANO ALGUN PARTE GRAVE O MUY  *
      *                 GRAVE, O TANTAS LEVES COMO LA REGLA DE         *
      *                 ESCALADA DE SYSIN (3 POR DEFECTO). LAS         *
      *                 FALTAS NO JUSTIFICADAS POR TRIMESTRE, LOS      *
      *                 PARTES Y EL COLEGIO, GRUPO Y NOMBRE YA NO SE   *
      *                 EMPAREJAN AQUI: SALEN DEL FICHERO DE HECHOS    *
      *                 DEL CIERRE (RHECHOS DE CCPRACAO), QUE DEBE SER *
      *                 DEL ANO DE SYSIN Y TERMINAR EN SU COLA *FIN    *
      *                 CUADRADA; SI NO, EL LISTADO ABORTA.            *
      *                 LOS UMBRALES DE CAIDA, DE FALTAS Y DE LEVES    *
      *                 SE TOMAN DEL FICHERO CENTRAL DE REGLAS         *
      *                 (RREGLAS VIA MODREGLA) EN VIGOR EL ANO DE      *
      *                 SYSIN; LA FICHA DE SYSIN SOLO CUENTA SI LA     *
      *                 REGLA NO RIGE ESE ANO.                         *
      *                 LA LISTA CIERRA CON EVALUADOS Y ALUMNOS EN     *
      *                 RIESGO POR ETAPA EDUCATIVA DEL CURSO DEL       *
      *                 ALUMNO SEGUN RHECHOS (MODETAPA).               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-NOTAS ASSIGN NOTAS
               FILE STATUS IS FS-NOTAS.

           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.
           RECORDING MODE IS F.
           COPY RNOTAS02.

       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       FD F-LISTADO
           RECORDING MODE IS F
           05 FS-NOTAS PIC XX.
               88 FS-NOTAS-OK       VALUE '00'.
               88 FS-NOTAS-EOF      VALUE '10'.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK      VALUE '00'.
               88 FS-HECHOS-EOF     VALUE '10'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

           05 WS-TRIM-ANTERIOR     PIC 9.
           05 WS-UMBRAL-CAIDA      PIC 99V9.
           05 WS-UMBRAL-FALTAS     PIC 9(3).
           05 WS-LEVES-POR-GRAVE   PIC 9.
           05 FILLER               PIC X(66).

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9,99.

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-EN-RIESGO         PIC 9(5) VALUE 0.
           05 C-HECHOS            PIC 9(7) VALUE 0.

       01 WS-ALUMNO-ACTUAL.
           05 WS-AA-NIF            PIC X(9).
           05 WS-AA-SUMA-ANT       PIC 999V9.
           05 WS-AA-FALTAS-ACT     PIC 9(4).
           05 WS-AA-FALTAS-ANT     PIC 9(4).
           05 WS-AA-PARTES-LEVES   PIC 99.
           05 WS-AA-PARTES-GRAVES  PIC 99.

       01 W-CALCULO.
           05 W-MEDIA-ACT         PIC 99V99.
           05 LLA-MOTIVO    PIC X(14).
           05 FILLER        PIC X(16) VALUE SPACES.

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
               10 T-RE-EVALUADOS     PIC 9(6).
               10 T-RE-EN-RIESGO     PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(37) VALUE
               'ALUMNOS EN RIESGO POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(12) VALUE '  EVALUADOS:'.
           05 LRE-EVALUADOS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  EN RIESGO:'.
           05 LRE-EN-RIESGO PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

             DISPLAY '*CCPRAC85*SYSIN*SIN*UMBRAL*FALTAS* SE ASUMEN '
                 '10 HORAS'
           END-IF
           IF WS-LEVES-POR-GRAVE NOT NUMERIC
               OR WS-LEVES-POR-GRAVE = ZERO THEN
             MOVE 3 TO WS-LEVES-POR-GRAVE
           END-IF
           PERFORM 1050-REGLAS-DEL-ANO
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
       1050-REGLAS-DEL-ANO.
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-ACADEMICO TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL

           MOVE 'RIESGO-CAIDA' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-UMBRAL-CAIDA
           END-IF

           MOVE 'RIESGO-FALTAS' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-UMBRAL-FALTAS
           END-IF

           MOVE 'RIESGO-LEVES' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-LEVES-POR-GRAVE
           END-IF

           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1060-CONSULTAR-REGLA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-ACADEMICO
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC85*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HECHOS
           IF NOT FS-HECHOS-OK OR NOT HC-ES-CABECERA THEN
               DISPLAY '*CCPRAC85*ABEND*FICHERO*HECHOS*SIN*CABECERA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF HC-ANO NOT = WS-ANO-ACADEMICO THEN
               DISPLAY '*CCPRAC85*ABEND*HECHOS*DE*OTRO*ANO* '
                   'HECHOS ' HC-ANO ' / ' HC-TRIMESTRE
                   ' GENERACION ' HC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF HC-TRIMESTRE NOT = WS-TRIM-ACTUAL THEN
               DISPLAY '*CCPRAC85*AVISO*HECHOS*DEL*TRIMESTRE* '
                   HC-TRIMESTRE ' - FALTAS HASTA ESE CIERRE'
           END-IF
           PERFORM 2400-LEER-HECHO

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               PERFORM 2100-ACUMULAR-NOTA
               PERFORM 2300-LEER-NOTA
             END-PERFORM
             PERFORM 2150-BUSCAR-HECHO
             ADD 1 TO C-ALUMNOS
             PERFORM 2180-ETAPA-DEL-ALUMNO
             PERFORM 2200-DECIDIR-RIESGO
           END-PERFORM
      *    LOS HECHOS SE LEEN HASTA SU COLA PARA CUADRARLOS
           PERFORM UNTIL HE-NIF = HIGH-VALUES
             PERFORM 2400-LEER-HECHO
           END-PERFORM
           CLOSE F-NOTAS
           CLOSE F-HECHOS
           .
      ******************************************************************
       2100-ACUMULAR-NOTA.
           END-IF
           .
      ******************************************************************
       2150-BUSCAR-HECHO.
           PERFORM UNTIL HE-NIF >= WS-AA-NIF
             PERFORM 2400-LEER-HECHO
           END-PERFORM
           IF HE-NIF = WS-AA-NIF THEN
             MOVE HE-NOJUST-TRIM (WS-TRIM-ACTUAL)
               TO WS-AA-FALTAS-ACT
             MOVE HE-NOJUST-TRIM (WS-TRIM-ANTERIOR)
               TO WS-AA-FALTAS-ANT
             MOVE HE-PARTES-LEVES  TO WS-AA-PARTES-LEVES
             MOVE HE-PARTES-GRAVES TO WS-AA-PARTES-GRAVES
           END-IF
           .
      ******************************************************************
       2180-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO SEGUN LOS HECHOS;
      *    SIN HECHOS O SIN ETAPA VA A LA 21
           IF HE-NIF = WS-AA-NIF THEN
             MOVE HE-COLEGIO TO W-ET-COLEGIO
             MOVE HE-CURSO   TO W-ET-CURSO
           ELSE
             MOVE 0 TO W-ET-COLEGIO
             MOVE 0 TO W-ET-CURSO
           END-IF
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
           ADD 1 TO T-RE-EVALUADOS (WS-IDX-ETAPA)
           .
      ******************************************************************
       2200-DECIDIR-RIESGO.
             WHEN W-SALTO-FALTAS >= WS-UMBRAL-FALTAS
               MOVE 'SALTO FALTAS  ' TO RI-MOTIVO
               PERFORM 2250-EMITIR-RIESGO
             WHEN WS-AA-PARTES-GRAVES > 0
                 OR WS-AA-PARTES-LEVES >= WS-LEVES-POR-GRAVE
               MOVE 'CONVIVENCIA   ' TO RI-MOTIVO
               PERFORM 2250-EMITIR-RIESGO
           END-EVALUATE
           .
      ******************************************************************
       2250-EMITIR-RIESGO.
           MOVE WS-AA-NIF TO RI-NIF
           IF HE-NIF = WS-AA-NIF THEN
             MOVE HE-COLEGIO   TO RI-COLEGIO
             MOVE HE-GRUPO     TO RI-GRUPO
             MOVE HE-NOMBRE    TO RI-NOMBRE
             MOVE HE-APELLIDOS TO RI-APELLIDOS
           ELSE
             MOVE 0 TO RI-COLEGIO
             MOVE SPACES TO RI-GRUPO
           MOVE WS-AA-FALTAS-ACT TO RI-FALTAS-ACT
           RELEASE REG-RIESGO
           ADD 1 TO C-EN-RIESGO
           ADD 1 TO T-RE-EN-RIESGO (WS-IDX-ETAPA)
           .
      ******************************************************************
       2300-LEER-NOTA.
           END-IF
           .
      ******************************************************************
       2400-LEER-HECHO.
      *    LA COLA *FIN CIERRA EL EMPAREJAMIENTO; SIN ELLA O SI NO
      *    CUADRA CON LO LEIDO EL FICHERO NO ES FIABLE
           READ F-HECHOS
           EVALUATE TRUE
             WHEN FS-HECHOS-EOF
               DISPLAY '*CCPRAC85*ABEND*FICHERO*HECHOS*INCOMPLETO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN NOT FS-HECHOS-OK
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN HC-ES-COLA
               IF HC-REGISTROS NOT = C-HECHOS THEN
                 DISPLAY '*CCPRAC85*ABEND*DESCUADRE*HECHOS* COLA '
                     HC-REGISTROS ' LEIDOS ' C-HECHOS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
               MOVE HIGH-VALUES TO HE-NIF
             WHEN OTHER
               ADD 1 TO C-HECHOS
           END-EVALUATE
           .
      ******************************************************************
       3000-IMPRIMIR-LISTA.
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-EVALUADOS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-EVALUADOS (WS-IDX-ETAPA)
                 TO LRE-EVALUADOS
               MOVE T-RE-EN-RIESGO (WS-IDX-ETAPA)
                 TO LRE-EN-RIESGO
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS EVALUADOS:  ' C-ALUMNOS
           DISPLAY 'ALUMNOS EN RIESGO:  ' C-EN-RIESGO
           PERFORM 3200-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-LISTADO
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC85' WS-TIMESTAMP-INICIO
