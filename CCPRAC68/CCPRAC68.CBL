      *                 (RMATHON DE CCPRAC83), SOLO LOS DIECES ALLI    *
      *                 CONCEDIDOS SE ETIQUETAN MATRICULA HONOR. LOS   *
      *                 ROTULOS FIJOS DEL ACTA SALEN EN EL IDIOMA      *
      *                 DEL COLEGIO (RETIQLAB VIA MODIDIOM). LAS       *
      *                 NOTAS CON ADAPTACION CURRICULAR SIGNIFICATIVA  *
      *                 EN EL REGISTRO NEE DEL ANO (RNEE, OPCIONAL)    *
      *                 LLEVAN LA MARCA OFICIAL ACS Y NO OPTAN A       *
      *                 MATRICULA DE HONOR. CADA ACTA SE ASIENTA EN EL *
      *                 REGISTRO DE CORRESPONDENCIA (MODCORRE) Y LLEVA *
      *                 IMPRESO SU CODIGO DE VERIFICACION.             *
      *                 SI LA ASIGNATURA NO ES COMPUTABLE EN EL PLAN   *
      *                 DE ESTUDIOS DEL CURSO DEL ALUMNO (MODPLANE),   *
      *                 SU NOTA LLEVA LA MARCA NC Y EL ACTA LA         *
      *                 EXPLICA AL PIE.                                *
      *                 SI SE APORTA EL FICHERO DE PERDIDAS DE         *
      *                 EVALUACION CONTINUA (RPERDEVC DE CCPRACAW),    *
      *                 LAS DEL ANO SALEN CON LA MARCA PEC EN LUGAR    *
      *                 DE LA NOTA, FUERA DE LOS TOTALES Y CON SU      *
      *                 NOTA AL PIE.                                   *
      *                 CADA ALUMNO IMPRESO EN UN ACTA SE GRABA        *
      *                 TAMBIEN EN EL FICHERO DE LINEAS DE ACTA        *
      *                 (ACTALIN, RACTALIN) CON SU NIF, NOTA Y MARCA,  *
      *                 PARA LA CONCILIACION DE CIERRE (CCPRACB3).     *
      *                 EL PLAN Y LA ESCALA DE CADA ALUMNO SON LOS DE  *
      *                 LA ETAPA EDUCATIVA DE SU CURSO EN EL COLEGIO   *
      *                 (MODETAPA), CON LOS GENERALES POR DEFECTO.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-MAT-HONOR ASSIGN MATHONOR
               FILE STATUS IS FS-MAT-HONOR.

           SELECT F-NEE ASSIGN NEE
               FILE STATUS IS FS-NEE.

           SELECT F-PERDIDAS ASSIGN PERDEVC
               FILE STATUS IS FS-PERDIDAS.

           SELECT F-LINEAS-ACTA ASSIGN ACTALIN
               FILE STATUS IS FS-LINEAS-ACTA.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
           RECORDING MODE IS F.
           COPY RMATHON.

       FD F-NEE
           RECORDING MODE IS F.
           COPY RNEE.

       FD F-PERDIDAS
           RECORDING MODE IS F.
           COPY RPERDEVC.

       FD F-LINEAS-ACTA
           RECORDING MODE IS F.
           COPY RACTALIN.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS PIC XX.
               88 FS-ACTAS-OK       VALUE '00'.
           05 FS-MAT-HONOR PIC XX.
               88 FS-MAT-HONOR-OK   VALUE '00'.
           05 FS-NEE PIC XX.
               88 FS-NEE-OK         VALUE '00'.
           05 FS-PERDIDAS PIC XX.
               88 FS-PERDIDAS-OK    VALUE '00'.
           05 FS-LINEAS-ACTA PIC XX.
               88 FS-LINEAS-ACTA-OK VALUE '00'.

           COPY WSQLCOD.

           05 C-APROBADOS         PIC 9(4).
           05 C-SUSPENSOS         PIC 9(4).
           05 C-NO-PRESENTADOS    PIC 9(4).
           05 C-NO-COMPUTABLES    PIC 9(4).
           05 C-PERDIDAS-EC       PIC 9(4).

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.
               10 T-AL-NIF         PIC X(9).
               10 T-AL-NOMBRE      PIC X(15).
               10 T-AL-APELLIDOS   PIC X(30).
               10 T-AL-CURSO       PIC 9.
               10 T-AL-NOTAS OCCURS 6.
                   15 T-AL-NOTA     PIC 99V9.
       01 WS-IDX-AL               PIC 9(4).
       01 WS-MH-FLAG           PIC X.
           88 NOTA-CON-MH           VALUE 'S'.

       01 T-NEE-ACS.
           05 C-NEE             PIC 9(4) VALUE 0.
           05 T-NEE-ENTRADA OCCURS 2000.
               10 T-NEE-NIF     PIC X(9).
               10 T-NEE-ASIG    PIC 9.
       01 WS-IDX-NEE           PIC 9(4).
       01 WS-ACS-FLAG          PIC X.
           88 NOTA-CON-ACS          VALUE 'S'.

       01 T-PERDIDAS-EC.
           05 C-PEC             PIC 9(4) VALUE 0.
           05 T-PEC-ENTRADA OCCURS 2000.
               10 T-PEC-NIF     PIC X(9).
               10 T-PEC-ASIG    PIC 9.
       01 WS-IDX-PEC           PIC 9(4).
       01 WS-PEC-FLAG          PIC X.
           88 NOTA-SIN-EVAL-CONTINUA VALUE 'S'.

       01 W-PROFESOR.
           05 W-PROF-COLEGIO      PIC S9(4) USAGE COMP.
           05 W-PROF-ASIGNATURA   PIC S9(4) USAGE COMP.
           05 WS-FE-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

       01 W-ASIGN-LOOKUP.
           05 W-ASG-DIGITO      PIC 9.
           05 W-ASG-COD         PIC XXX.
           05 W-ASG-NOMBRE      PIC X(15).
           05 W-ASG-ENCONTRADO  PIC X.

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

       01 W-ESCALA-LOOKUP.
           05 W-ESC-NOTA        PIC 99V99.
           05 W-ESC-ETIQUETA    PIC X(16).
           05 W-IDI-ENCONTRADO  PIC X.
               88 W-ETIQUETA-ENCONTRADA    VALUE 'S'.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 LINEA-ACTA-TITULO.
           05 LAT-TITULO PIC X(34) VALUE
               'ACTA OFICIAL DE CALIFICACION ANO: '.
           05 FILLER  PIC X(30) VALUE 'APELLIDOS'.
           05 FILLER  PIC X     VALUE SPACE.
           05 FILLER  PIC X(5)  VALUE 'NOTA '.
           05 FILLER  PIC X(4)  VALUE 'ADAP'.
           05 FILLER  PIC X(4)  VALUE 'NC  '.
           05 FILLER  PIC X(16) VALUE 'CALIFICACION'.
           05 FILLER  PIC X(56) VALUE SPACES.

       01 LINEA-ACTA-ALUMNO.
           05 LAA-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAA-NOTA      PIC Z9,9.
           05 LAA-NOTA-R REDEFINES LAA-NOTA PIC X(4).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAA-ACS       PIC X(3).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAA-NO-COMP   PIC X(2).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAA-CALIF     PIC X(16).
           05 FILLER        PIC X(55) VALUE SPACES.

       01 LINEA-ACTA-TOTALES.
           05 LTO-ROT-APROB PIC X(11) VALUE 'APROBADOS: '.
           05 LTO-NP        PIC ZZZ9.
           05 FILLER        PIC X(78) VALUE SPACES.

       01 LINEA-ACTA-NO-COMPUTABLE.
           05 LAN-TEXTO PIC X(44) VALUE
               'NC: ASIGNATURA NO COMPUTABLE EN LA MEDIA'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01 LINEA-ACTA-PERDIDA-EC.
           05 LAE-TEXTO PIC X(44) VALUE
               'PEC: PERDIDA EVAL. CONTINUA - A PRUEBA FINAL'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01 LINEA-ACTA-FIRMA.
           05 LAF-FIRMA PIC X(44) VALUE
               'FIRMA DEL PROFESOR:       FECHA:            '.
           05 FILLER  PIC X(88) VALUE SPACES.

       01 LINEA-ACTA-VERIFICACION.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LAV-CODIGO PIC X(14).
           05 FILLER  PIC X(94) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LINEAS-ACTA
           IF NOT FS-LINEAS-ACTA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ACTALIN'
               DISPLAY FS-LINEAS-ACTA
               PERFORM 5000-END-PROGRAM
           END-IF

           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
                                  W-SUS-FECHA W-SUS-NOMBRE
                                  W-SUS-ENCONTRADO
           END-CALL
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
           PERFORM 1100-CARGAR-MAT-HONOR
           PERFORM 1200-CARGAR-NEE
           PERFORM 1300-CARGAR-PERDIDAS-EC
           CALL "MODIDIOM" USING 'O' W-IDI-COLEGIO W-IDI-CLAVE
                                  W-IDI-TEXTO W-IDI-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'ACT' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC68'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC68*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-MAT-HONOR.
             CLOSE F-MAT-HONOR
           END-IF
           .
      ******************************************************************
       1200-CARGAR-NEE.
      *    SOLO INTERESAN LAS ADAPTACIONES SIGNIFICATIVAS DEL ANO DEL
      *    ACTA: LAS NO SIGNIFICATIVAS SIGUEN EL PLAN ORDINARIO
           OPEN INPUT F-NEE
           IF NOT FS-NEE-OK THEN
             DISPLAY 'SIN REGISTRO NEE - '
                 'ACTAS SIN MARCA ACS'
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
       1300-CARGAR-PERDIDAS-EC.
      *    SOLO LAS PERDIDAS DEL ANO DEL ACTA
           OPEN INPUT F-PERDIDAS
           IF NOT FS-PERDIDAS-OK THEN
             DISPLAY 'SIN FICHERO DE PERDIDAS DE EVALUACION CONTINUA - '
                 'ACTAS SIN MARCA PEC'
           ELSE
             READ F-PERDIDAS
             PERFORM UNTIL NOT FS-PERDIDAS-OK OR C-PEC >= 2000
               IF PE-ANO = WS-ANO-ACADEMICO THEN
                   ADD 1 TO C-PEC
                   MOVE PE-NIF        TO T-PEC-NIF (C-PEC)
                   MOVE PE-ASIGNATURA TO T-PEC-ASIG (C-PEC)
               END-IF
               READ F-PERDIDAS
             END-PERFORM
             CLOSE F-PERDIDAS
           END-IF
           .
      ******************************************************************
       2000-PROCESAR-ORDENADO.
           SET GRUPO-COLEGIO-CERRADO TO TRUE
                 TO T-AL-NOMBRE (C-ALUMNOS-COLEGIO)
               MOVE APELLIDOS OF REG-ALUMNOS
                 TO T-AL-APELLIDOS (C-ALUMNOS-COLEGIO)
               MOVE CURSO OF REG-ALUMNOS
                 TO T-AL-CURSO (C-ALUMNOS-COLEGIO)
               PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
                   MOVE NOTA OF REG-ALUMNOS (C-ASIG)
                     TO T-AL-NOTA (C-ALUMNOS-COLEGIO, C-ASIG)
      ******************************************************************
       3100-EMITIR-UN-ACTA.
           ADD 1 TO C-ACTAS
           PERFORM 3050-ASENTAR-ACTA
           PERFORM 3150-ETIQUETAS-DEL-IDIOMA
           PERFORM 3200-BUSCAR-PROFESOR
           MOVE C-ASIG TO W-ASG-DIGITO
           MOVE 0 TO C-APROBADOS
           MOVE 0 TO C-SUSPENSOS
           MOVE 0 TO C-NO-PRESENTADOS
           MOVE 0 TO C-NO-COMPUTABLES
           MOVE 0 TO C-PERDIDAS-EC
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > C-ALUMNOS-COLEGIO
               PERFORM 3400-LINEA-DE-ALUMNO
           MOVE C-SUSPENSOS      TO LTO-SUSPENSOS
           MOVE C-NO-PRESENTADOS TO LTO-NP
           WRITE LINEA-ACTA FROM LINEA-ACTA-TOTALES AFTER 2
           IF C-NO-COMPUTABLES > 0 THEN
               PERFORM 3450-NOTA-NO-COMPUTABLE
           END-IF
           IF C-PERDIDAS-EC > 0 THEN
               PERFORM 3460-NOTA-PERDIDA-EC
           END-IF
           WRITE LINEA-ACTA FROM LINEA-ACTA-FIRMA AFTER 2
           WRITE LINEA-ACTA FROM LINEA-ACTA-VERIFICACION AFTER 2
           .
      ******************************************************************
       3050-ASENTAR-ACTA.
      *    EL ACTA ES DEL COLEGIO, NO DE UN ALUMNO: SE ASIENTA SIN NIF
      *    Y CON LA ASIGNATURA COMO REFERENCIA
           MOVE SPACES             TO W-CO-NIF
           MOVE WS-COLEGIO-ACTUAL  TO W-CO-COLEGIO
           MOVE WS-ANO-ACADEMICO   TO W-CO-ANO
           MOVE SPACES             TO W-CO-REFERENCIA
           STRING 'ASIGNAT. ' C-ASIG DELIMITED BY SIZE
               INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'ACT' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC68'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC68*ERROR*ASENTAR*ACTA* ' W-CO-COLEGIO
                   ' ' C-ASIG
               CALL "MODCORRE" USING 'C' 'ACT' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC68' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LAV-CODIGO
           .
      ******************************************************************
       3150-ETIQUETAS-DEL-IDIOMA.
       3400-LINEA-DE-ALUMNO.
           MOVE T-AL-NOMBRE (WS-IDX-AL)    TO LAA-NOMBRE
           MOVE T-AL-APELLIDOS (WS-IDX-AL) TO LAA-APELLIDOS
           MOVE SPACES TO LAA-ACS
           MOVE SPACES TO LAA-NO-COMP
           INITIALIZE REG-ACTA-LINEA
           MOVE WS-COLEGIO-ACTUAL       TO ACL-COLEGIO
           MOVE C-ASIG                  TO ACL-ASIGNATURA
           MOVE T-AL-NIF (WS-IDX-AL)    TO ACL-NIF
           MOVE WS-ANO-ACADEMICO        TO ACL-ANO
           MOVE LAV-CODIGO              TO ACL-CODIGO-ACTA
           PERFORM 3410-ETAPA-DEL-ALUMNO
           MOVE T-AL-CURSO (WS-IDX-AL) TO W-PLA-CURSO
           MOVE C-ASIG                 TO W-PLA-ASIG
           CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           IF NOT W-PLA-COMPUTA THEN
               MOVE 'NC' TO LAA-NO-COMP
               ADD 1 TO C-NO-COMPUTABLES
           END-IF
           PERFORM 3700-BUSCAR-PERDIDA-EC
           EVALUATE TRUE
             WHEN NOTA-SIN-EVAL-CONTINUA
      *          SIN NOTA ORDINARIA: QUEDA PENDIENTE DE LA PRUEBA FINAL
      *          Y NO CUENTA EN LOS TOTALES DEL ACTA
                 MOVE 'PEC' TO LAA-NOTA-R
                 MOVE 'PERDIDA EV.CONT.' TO LAA-CALIF
                 SET ACL-PERDIDA-EC TO TRUE
                 ADD 1 TO C-PERDIDAS-EC
             WHEN T-AL-NOTA (WS-IDX-AL, C-ASIG) = 0
                 MOVE 'NP' TO LAA-NOTA-R
                 MOVE SPACES TO LAA-CALIF
                 SET ACL-NO-PRESENTADO TO TRUE
                 ADD 1 TO C-NO-PRESENTADOS
             WHEN OTHER
                 MOVE T-AL-NOTA (WS-IDX-AL, C-ASIG) TO LAA-NOTA
                 MOVE T-AL-NOTA (WS-IDX-AL, C-ASIG) TO ACL-NOTA
                 MOVE T-AL-NOTA (WS-IDX-AL, C-ASIG) TO W-ESC-NOTA
                 CALL "MODESCAL" USING 'L' W-ESC-NOTA W-ESC-ETIQUETA
                                        W-ESC-ENCONTRADO
                 END-CALL
                 MOVE W-ESC-ETIQUETA TO LAA-CALIF
      *          LA NOTA DE UNA ADAPTACION SIGNIFICATIVA LLEVA LA MARCA
      *          OFICIAL ACS Y NUNCA OPTA A MATRICULA DE HONOR
                 PERFORM 3600-BUSCAR-NEE
                 IF NOTA-CON-ACS THEN
                     MOVE 'ACS' TO LAA-ACS
                 END-IF
                 IF T-AL-NOTA (WS-IDX-AL, C-ASIG) = 10
                     AND NOT NOTA-CON-ACS THEN
                     PERFORM 3500-BUSCAR-MAT-HONOR
                     IF NOTA-CON-MH THEN
                         MOVE 'MATRICULA HONOR ' TO LAA-CALIF
                     END-IF
                 END-IF
                 IF T-AL-NOTA (WS-IDX-AL, C-ASIG) >= 5 THEN
                     ADD 1 TO C-APROBADOS
                 ELSE
                     ADD 1 TO C-SUSPENSOS
                 END-IF
           END-EVALUATE
           WRITE LINEA-ACTA FROM LINEA-ACTA-ALUMNO AFTER 1
           WRITE REG-ACTA-LINEA
           ADD 1 TO C-LINEAS
           IF C-LINEAS >= 60 THEN
               PERFORM 3300-CABECERA-DE-ACTA
           END-IF
           .
      ******************************************************************
       3410-ETAPA-DEL-ALUMNO.
      *    PLAN Y ESCALA SE CONSULTAN CON LA ETAPA DEL CURSO DEL ALUMNO
      *    EN EL COLEGIO; SIN ETAPA VALEN LOS GENERALES
           MOVE WS-COLEGIO-ACTUAL      TO W-ET-COLEGIO
           MOVE T-AL-CURSO (WS-IDX-AL) TO W-ET-CURSO
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
           MOVE SPACES     TO W-ESC-ETIQUETA
           MOVE W-ET-ETAPA TO W-ESC-ETIQUETA (1:1)
           CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       3450-NOTA-NO-COMPUTABLE.
           MOVE 'NC: ASIGNATURA NO COMPUTABLE EN LA MEDIA' TO LAN-TEXTO
           MOVE WS-COLEGIO-ACTUAL TO W-IDI-COLEGIO
           MOVE 'ACT-NCOM' TO W-IDI-CLAVE
           PERFORM 3160-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
               MOVE W-IDI-TEXTO TO LAN-TEXTO
           END-IF
           WRITE LINEA-ACTA FROM LINEA-ACTA-NO-COMPUTABLE AFTER 2
           .
      ******************************************************************
       3460-NOTA-PERDIDA-EC.
           MOVE 'PEC: PERDIDA EVAL. CONTINUA - A PRUEBA FINAL'
             TO LAE-TEXTO
           MOVE WS-COLEGIO-ACTUAL TO W-IDI-COLEGIO
           MOVE 'ACT-PEC ' TO W-IDI-CLAVE
           PERFORM 3160-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
               MOVE W-IDI-TEXTO TO LAE-TEXTO
           END-IF
           WRITE LINEA-ACTA FROM LINEA-ACTA-PERDIDA-EC AFTER 2
           .
      ******************************************************************
       3500-BUSCAR-MAT-HONOR.
           MOVE 'N' TO WS-MH-FLAG
               END-IF
           END-PERFORM
           .
      ******************************************************************
       3600-BUSCAR-NEE.
           MOVE 'N' TO WS-ACS-FLAG
           PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                   UNTIL WS-IDX-NEE > C-NEE
               IF T-NEE-NIF (WS-IDX-NEE) = T-AL-NIF (WS-IDX-AL)
                   AND T-NEE-ASIG (WS-IDX-NEE) = C-ASIG THEN
                   SET NOTA-CON-ACS TO TRUE
               END-IF
           END-PERFORM
           .
      ******************************************************************
       3700-BUSCAR-PERDIDA-EC.
           MOVE 'N' TO WS-PEC-FLAG
           PERFORM VARYING WS-IDX-PEC FROM 1 BY 1
                   UNTIL WS-IDX-PEC > C-PEC
               IF T-PEC-NIF (WS-IDX-PEC) = T-AL-NIF (WS-IDX-AL)
                   AND T-PEC-ASIG (WS-IDX-PEC) = C-ASIG THEN
                   SET NOTA-SIN-EVAL-CONTINUA TO TRUE
               END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS: ' C-ALUMNOS
           CALL "MODESCAL" USING 'C' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'C' 'ACT' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC68'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
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
           CLOSE F-ACTAS
           CLOSE F-LINEAS-ACTA
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC68' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
