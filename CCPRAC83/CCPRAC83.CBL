      *                 SALEN ORDENADAS POR NIF+ASIGNATURA (RMATHON)   *
      *                 PARA QUE BOLETINES Y ACTAS IMPRIMAN            *
      *                 EXACTAMENTE LAS CONCEDIDAS, MAS EL RESUMEN     *
      *                 DE CUPO POR COLEGIO Y ASIGNATURA. LOS DIECES   *
      *                 CON ADAPTACION CURRICULAR SIGNIFICATIVA EN EL  *
      *                 REGISTRO NEE DEL ANO (RNEE, OPCIONAL) NO SON   *
      *                 CANDIDATOS, AUNQUE EL ALUMNO SIGUE CONTANDO    *
      *                 COMO EVALUADO PARA EL CUPO.                    *
      *                 LAS ASIGNATURAS NO COMPUTABLES DEL PLAN DE     *
      *                 ESTUDIOS DEL CURSO (MODPLANE) NO DAN MH NI     *
      *                 ENTRAN EN LA MEDIA DE DESEMPATE.               *
      *                 EL PLAN ES EL DE LA ETAPA EDUCATIVA DEL CURSO  *
      *                 DEL ALUMNO EN SU COLEGIO (MODETAPA).           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-RESUMEN ASSIGN RESUMEN
               FILE STATUS IS FS-RESUMEN.

           SELECT F-NEE ASSIGN NEE
               FILE STATUS IS FS-NEE.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
           DATA RECORD LINEA-RESUMEN.
       01 LINEA-RESUMEN            PIC X(80).

       FD F-NEE
           RECORDING MODE IS F.
           COPY RNEE.

       SD F-SORT
           DATA RECORD REG-MH-ORDEN.
       01 REG-MH-ORDEN.
               88 FS-MAT-HONOR-OK   VALUE '00'.
           05 FS-RESUMEN PIC XX.
               88 FS-RESUMEN-OK     VALUE '00'.
           05 FS-NEE PIC XX.
               88 FS-NEE-OK         VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-CANDIDATOS        PIC 9(5) VALUE 0.
           05 C-CONCEDIDAS        PIC 9(5) VALUE 0.
           05 C-EXCLUIDOS-ACS     PIC 9(5) VALUE 0.
           05 C-EXCLUIDOS-NO-COMP PIC 9(5) VALUE 0.
           05 C-ASIG              PIC 9.
           05 C-EVALUADAS-AL      PIC 9.

               10 T-CA-APELLIDOS PIC X(30).
               10 T-CA-ELEGIDO   PIC X.

       01 T-NEE-ACS.
           05 C-NEE             PIC 9(4) VALUE 0.
           05 T-NEE-ENTRADA OCCURS 2000.
               10 T-NEE-NIF     PIC X(9).
               10 T-NEE-ASIG    PIC 9.
       01 WS-IDX-NEE           PIC 9(4).
       01 WS-ACS-FLAG          PIC X.
           88 NOTA-CON-ACS          VALUE 'S'.

       01 WS-IDX             PIC 9(4).
       01 WS-IDX-MEJOR       PIC 9(4).
       01 WS-COLEGIO         PIC 99.
           05 W-MEDIA-ALUMNO      PIC 99V99.
           05 W-MEDIA-MEJOR       PIC 99V99.
           05 W-APELLIDOS-MEJOR   PIC X(30).
           05 W-COMPUTABLE-ASIG   PIC X OCCURS 6.
               88 W-ASIG-COMPUTA       VALUE 'S'.

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

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

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.
               DISPLAY FS-RESUMEN
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-CARGAR-NEE
           CALL "MODPLANE" USING 'O' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-NEE.
      *    SOLO LAS ADAPTACIONES SIGNIFICATIVAS DEL ANO QUEDAN FUERA
      *    DE LAS MH: LAS NO SIGNIFICATIVAS SIGUEN EL PLAN ORDINARIO
           OPEN INPUT F-NEE
           IF NOT FS-NEE-OK THEN
             DISPLAY 'SIN REGISTRO NEE - '
                 'CANDIDATOS SIN EXCLUSION ACS'
           ELSE
             READ F-NEE
             PERFORM UNTIL NOT FS-NEE-OK OR C-NEE >= 2000
               IF NE-ANO-ACADEMICO = WS-ANO-ACADEMICO
                   AND NE-ADAPTACION-SIGNIFICATIVA THEN
                 ADD 1 TO C-NEE
                 MOVE NE-NIF        TO T-NEE-NIF (C-NEE)
                 MOVE NE-ASIGNATURA TO T-NEE-ASIG (C-NEE)
               END-IF
               READ F-NEE
             END-PERFORM
             CLOSE F-NEE
           END-IF
           .
      ******************************************************************
       2000-PROCESO-ALUMNOS.
                 IF NOTA OF REG-ALUMNOS (C-ASIG) > 0 THEN
                   ADD 1 TO T-EV-EVALUADOS (WS-COLEGIO, C-ASIG)
                   IF NOTA OF REG-ALUMNOS (C-ASIG) = 10 THEN
                     PERFORM 2300-BUSCAR-NEE
                     EVALUATE TRUE
                       WHEN NOTA-CON-ACS
                         ADD 1 TO C-EXCLUIDOS-ACS
                       WHEN NOT W-ASIG-COMPUTA (C-ASIG)
                         ADD 1 TO C-EXCLUIDOS-NO-COMP
                       WHEN OTHER
                         PERFORM 2200-GUARDAR-CANDIDATO
                     END-EVALUATE
                   END-IF
                 END-IF
               END-PERFORM
       2100-CALCULAR-MEDIA.
           MOVE 0 TO W-SUMA-NOTAS
           MOVE 0 TO C-EVALUADAS-AL
           MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
           PERFORM 2150-ETAPA-DEL-ALUMNO
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE C-ASIG TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             MOVE W-PLA-COMPUTABLE TO W-COMPUTABLE-ASIG (C-ASIG)
             IF NOTA OF REG-ALUMNOS (C-ASIG) > 0
                 AND W-PLA-COMPUTA THEN
               ADD 1 TO C-EVALUADAS-AL
               ADD NOTA OF REG-ALUMNOS (C-ASIG) TO W-SUMA-NOTAS
             END-IF
             MOVE 0 TO W-MEDIA-ALUMNO
           END-IF
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    PLAN DE ESTUDIOS CON LA ETAPA DEL CURSO DEL ALUMNO
      *    EN EL COLEGIO; SIN ETAPA VALE EL PLAN GENERAL
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           .
      ******************************************************************
       2200-GUARDAR-CANDIDATO.
           IF C-CAND >= 2000 THEN
             MOVE 'N'                      TO T-CA-ELEGIDO (C-CAND)
           END-IF
           .
      ******************************************************************
       2300-BUSCAR-NEE.
           MOVE 'N' TO WS-ACS-FLAG
           PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                   UNTIL WS-IDX-NEE > C-NEE
             IF T-NEE-NIF (WS-IDX-NEE) = NIF OF REG-ALUMNOS
                 AND T-NEE-ASIG (WS-IDX-NEE) = C-ASIG THEN
               SET NOTA-CON-ACS TO TRUE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-CONCEDER-POR-CUPO.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'DIECES CANDIDATOS:  ' C-CANDIDATOS
           DISPLAY 'DIECES ACS EXCLUID: ' C-EXCLUIDOS-ACS
           DISPLAY 'DIECES NO COMPUT.:  ' C-EXCLUIDOS-NO-COMP
           DISPLAY 'MH CONCEDIDAS:      ' C-CONCEDIDAS
           CLOSE F-ALUMNOS
           CLOSE F-MAT-HONOR
           CLOSE F-RESUMEN
           CALL "MODPLANE" USING 'C' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-CONCEDIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC83' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
