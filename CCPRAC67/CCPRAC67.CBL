      *                 ASIGNATURAS EVALUADAS. ESCRIBE EL FICHERO DE   *
      *                 CANDIDATOS CON EL DESGLOSE CUMPLE/NO CUMPLE    *
      *                 POR CRITERIO Y EL RESUMEN POR COLEGIO DE       *
      *                 CANDIDATOS FRENTE A MATRICULADOS. LA MEDIA,    *
      *                 LOS SUSPENSOS Y LAS EVALUADAS YA VIENEN        *
      *                 CALCULADOS EN EL FICHERO DE HECHOS DEL CIERRE  *
      *                 (RHECHOS DE CCPRACAO), QUE SOLO SE ACEPTA CON  *
      *                 SU CABECERA Y SU COLA *FIN CUADRADA.           *
      *                 LAS ASIGNATURAS NO COMPUTABLES (HE-COMPUTABLE) *
      *                 NO CUENTAN PARA LA BECA: LA MEDIA YA LAS       *
      *                 EXCLUYE Y AQUI SE RECUENTAN SUSPENSOS Y        *
      *                 EVALUADAS SOLO SOBRE LAS COMPUTABLES.          *
      *                 LOS TRES CRITERIOS Y LA NOTA DE APROBADO SE    *
      *                 TOMAN DEL FICHERO CENTRAL DE REGLAS (RREGLAS   *
      *                 VIA MODREGLA) EN VIGOR EL ANO DE LOS HECHOS;   *
      *                 LA FICHA DE SYSIN SOLO CUENTA SI LA REGLA NO   *
      *                 RIGE ESE ANO.                                  *
      *                 EL RESUMEN DA ADEMAS MATRICULADOS Y CANDIDATOS *
      *                 POR ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU *
      *                 COLEGIO (MODETAPA).                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

           SELECT F-CANDIDATOS ASSIGN CANDIDAT
               FILE STATUS IS FS-CANDIDATOS.

       DATA DIVISION.
       FILE SECTION.
       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       FD F-CANDIDATOS
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK      VALUE '00'.
               88 FS-HECHOS-EOF     VALUE '10'.
           05 FS-CANDIDATOS PIC XX.
               88 FS-CANDIDATOS-OK  VALUE '00'.
           05 FS-RESUMEN PIC XX.
           05 WS-MIN-EVALUADAS     PIC 9.
           05 FILLER               PIC X(75).

       01 WS-NOTA-APROBADO        PIC 99V9 VALUE 5.

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9,99.

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-CANDIDATOS        PIC 9(6) VALUE 0.

       01 W-RECUENTO.
           05 C-ASIG              PIC 9.
           05 C-EVAL-COMPUTABLES  PIC 9.
           05 C-SUSP-COMPUTABLES  PIC 9.

       01 WS-HECHOS-EOF-FLAG      PIC X VALUE 'N'.
           88 FIN-DE-HECHOS            VALUE 'S'.

       01 T-RESUMEN-COLEGIO.
           05 T-RB-ENTRADA OCCURS 99.
           05 LRG-CANDIDATOS PIC ZZZZ9.
           05 FILLER      PIC X(30) VALUE SPACES.

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
               10 T-RE-CANDIDATOS    PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(37) VALUE
               'CANDIDATOS A BECA POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(15) VALUE '  MATRICULADOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  CANDIDATOS: '.
           05 LRE-CANDIDATOS PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-ALUMNOS UNTIL FIN-DE-HECHOS
           PERFORM 3000-RESUMEN-COLEGIOS
           PERFORM 4000-FIN
           .
               MOVE 6 TO WS-MIN-EVALUADAS
           END-IF
           INITIALIZE T-RESUMEN-COLEGIO
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-REGLAS-DEL-ANO
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HECHOS
           IF NOT FS-HECHOS-OK OR NOT HC-ES-CABECERA THEN
               DISPLAY '*CCPRAC67*ABEND*FICHERO*HECHOS*SIN*CABECERA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           DISPLAY 'HECHOS DEL CIERRE: ' HC-ANO ' / ' HC-TRIMESTRE
               ' GENERACION ' HC-GENERACION

           OPEN OUTPUT F-CANDIDATOS
           IF NOT FS-CANDIDATOS-OK THEN
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-REGLAS-DEL-ANO.
      *    LOS CRITERIOS SON LOS DEL ANO DE LOS HECHOS DEL CIERRE
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE HC-ANO TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL

           MOVE 'NOTA-APROBADO' TO W-RG-REGLA
           PERFORM 1250-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-NOTA-APROBADO
           END-IF

           MOVE 'BECA-MEDIA-MIN' TO W-RG-REGLA
           PERFORM 1250-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-MEDIA-MINIMA
           END-IF

           MOVE 'BECA-MAX-SUSP' TO W-RG-REGLA
           PERFORM 1250-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-MAX-SUSPENSOS
           END-IF

           MOVE 'BECA-MIN-EVAL' TO W-RG-REGLA
           PERFORM 1250-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-MIN-EVALUADAS
           END-IF

           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1250-CONSULTAR-REGLA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' HC-ANO
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC67*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           .
      ******************************************************************
       2000-PROCESO-ALUMNOS.
           PERFORM 2200-LEER-HECHO
           IF NOT FIN-DE-HECHOS THEN
             ADD 1 TO C-ALUMNOS
             MOVE HE-COLEGIO TO WS-COLEGIO
             IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
               ADD 1 TO T-RB-ALUMNOS (WS-COLEGIO)
             END-IF
             PERFORM 2050-ETAPA-DEL-ALUMNO
             PERFORM 2100-EVALUAR-CRITERIOS
           END-IF
           .
      ******************************************************************
       2050-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO (21 = SIN ETAPA)
           MOVE HE-COLEGIO TO W-ET-COLEGIO
           MOVE HE-CURSO TO W-ET-CURSO
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
       2100-EVALUAR-CRITERIOS.
           INITIALIZE REG-CANDIDATO
           MOVE HE-NIF     TO CA-NIF
           MOVE HE-COLEGIO TO CA-COLEGIO
           MOVE HE-MEDIA   TO CA-MEDIA
           PERFORM 2150-RECONTAR-COMPUTABLES

           IF HE-MEDIA >= WS-MEDIA-MINIMA THEN
             MOVE 'S' TO CA-CUMPLE-MEDIA
           ELSE
             MOVE 'N' TO CA-CUMPLE-MEDIA
           END-IF
           IF C-SUSP-COMPUTABLES <= WS-MAX-SUSPENSOS THEN
             MOVE 'S' TO CA-CUMPLE-SUSPENSOS
           ELSE
             MOVE 'N' TO CA-CUMPLE-SUSPENSOS
           END-IF
           IF C-EVAL-COMPUTABLES >= WS-MIN-EVALUADAS THEN
             MOVE 'S' TO CA-CUMPLE-EVALUADAS
           ELSE
             MOVE 'N' TO CA-CUMPLE-EVALUADAS
             IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
               ADD 1 TO T-RB-CANDIDATOS (WS-COLEGIO)
             END-IF
             ADD 1 TO T-RE-CANDIDATOS (WS-IDX-ETAPA)
           ELSE
             MOVE 'N' TO CA-CANDIDATO
           END-IF
           WRITE REG-CANDIDATO
           .
      ******************************************************************
       2150-RECONTAR-COMPUTABLES.
           MOVE 0 TO C-EVAL-COMPUTABLES
           MOVE 0 TO C-SUSP-COMPUTABLES
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             IF HE-NOTA (C-ASIG) > 0
                 AND NOT HE-NO-COMPUTABLE (C-ASIG) THEN
               ADD 1 TO C-EVAL-COMPUTABLES
               IF HE-NOTA (C-ASIG) < WS-NOTA-APROBADO THEN
                 ADD 1 TO C-SUSP-COMPUTABLES
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2200-LEER-HECHO.
      *    EL FICHERO SOLO VALE SI TERMINA EN SU COLA *FIN Y ESTA
      *    CUADRA CON LOS ALUMNOS LEIDOS
           READ F-HECHOS
           EVALUATE TRUE
             WHEN FS-HECHOS-EOF
               DISPLAY '*CCPRAC67*ABEND*FICHERO*HECHOS*INCOMPLETO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN NOT FS-HECHOS-OK
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN HC-ES-COLA
               SET FIN-DE-HECHOS TO TRUE
               IF HC-REGISTROS NOT = C-ALUMNOS THEN
                 DISPLAY '*CCPRAC67*ABEND*DESCUADRE*HECHOS* COLA '
                     HC-REGISTROS ' LEIDOS ' C-ALUMNOS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       3000-RESUMEN-COLEGIOS.
           MOVE WS-MEDIA-MINIMA  TO LRC-MEDIA
               WRITE LINEA-RESUMEN FROM LINEA-RES-COLEGIO
             END-IF
           END-PERFORM
           PERFORM 3100-RESUMEN-ETAPAS
           .
      ******************************************************************
       3100-RESUMEN-ETAPAS.
           WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA-CAB
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
               MOVE T-RE-CANDIDATOS (WS-IDX-ETAPA)
                 TO LRE-CANDIDATOS
               WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:   ' C-ALUMNOS
           DISPLAY 'CANDIDATOS:       ' C-CANDIDATOS
           CLOSE F-HECHOS
           CLOSE F-CANDIDATOS
           CLOSE F-RESUMEN
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC67' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
