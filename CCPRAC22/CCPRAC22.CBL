      *                 MODMASK: LA COPIA QUE SE CUELGA EN EL CORCHO   *
      *                 YA NO LLEVA NIF COMPLETOS DE MENORES. SIN      *
      *                 EDICION (O 'I') SE IMPRIME LA COPIA INTERNA    *
      *                 COMPLETA DE SIEMPRE. LAS ASIGNATURAS CON       *
      *                 ADAPTACION CURRICULAR SIGNIFICATIVA EN EL      *
      *                 REGISTRO NEE (RNEE, OPCIONAL) DEL ANO DE       *
      *                 SYSIN (CERO = CUALQUIER ANO) NO ENTRAN EN EL   *
      *                 RANKING. TAMPOCO ENTRAN LAS ASIGNATURAS NO     *
      *                 COMPUTABLES DEL PLAN DE ESTUDIOS DEL CURSO DEL *
      *                 ALUMNO (MODPLANE).                             *
      *                 EL PLAN ES EL DE LA ETAPA EDUCATIVA DEL CURSO  *
      *                 DEL ALUMNO EN SU COLEGIO (MODETAPA).           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-SALIDA ASSIGN SALIDA
               FILE STATUS IS FS-SALIDA.

           SELECT F-NEE ASSIGN NEE
               FILE STATUS IS FS-NEE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           DATA RECORD LINEA-SALIDA.
       01 LINEA-SALIDA PIC X(80).

       FD F-NEE
           RECORDING MODE IS F.
           COPY RNEE.

       WORKING-STORAGE SECTION.
       01 FS-ALUMNOS PIC XX.
           88 FS-ALUMNOS-OK     VALUE '00'.
           88 FS-ALUMNOS-EOF    VALUE '10'.
       01 FS-SALIDA PIC XX.
           88 FS-SALIDA-OK      VALUE '00'.
       01 FS-NEE PIC XX.
           88 FS-NEE-OK         VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-TOP-N-SYSIN   PIC 99.
           05 WS-EDICION       PIC X.
               88 EDICION-EXTERNA   VALUE 'E'.
           05 WS-ANO-ACADEMICO PIC 9(4).
           05 FILLER           PIC X(73).

       01 W-MASK-LOOKUP.
           05 W-MSK-NIF         PIC X(9).
           05 W-MSK-APELLIDOS   PIC X(30).
           05 W-MSK-NIF-MASCARA PIC X(9).
           05 W-MSK-INICIALES   PIC X(12).
           05 W-MSK-CLAVE-SEUD  PIC X(16) VALUE SPACES.
           05 W-MSK-SEUDONIMO   PIC X(12).

       01 C-TOP-N              PIC 99 VALUE 5.
       01 C-CONTADOR           PIC 9.
                   15 TTA-COLEGIO   PIC 99.
                   15 TTA-NOTA      PIC 99V9.

       01 T-NEE-ACS.
           05 C-NEE             PIC 9(4) VALUE 0.
           05 T-NEE-ENTRADA OCCURS 2000.
               10 T-NEE-NIF     PIC X(9).
               10 T-NEE-ASIG    PIC 9.
       01 WS-IDX-NEE           PIC 9(4).
       01 WS-ACS-FLAG          PIC X.
           88 NOTA-CON-ACS          VALUE 'S'.

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

       01 LINEA-CABECERA.
           05 FILLER  PIC X(37) VALUE
               'LISTADO "TOP N" POR ASIGNATURA'.
               MOVE 10 TO C-TOP-N
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-NEE
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
       1100-ABRIR-FICHEROS.
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-CARGAR-NEE.
      *    SOLO LAS ADAPTACIONES SIGNIFICATIVAS SALEN DEL RANKING: LAS
      *    NO SIGNIFICATIVAS SIGUEN EL PLAN ORDINARIO
           OPEN INPUT F-NEE
           IF NOT FS-NEE-OK THEN
               DISPLAY 'SIN REGISTRO NEE - '
                   'RANKING SIN EXCLUSION ACS'
           ELSE
               READ F-NEE
               PERFORM UNTIL NOT FS-NEE-OK OR C-NEE >= 2000
                   IF (WS-ANO-ACADEMICO = ZERO
                       OR NE-ANO-ACADEMICO = WS-ANO-ACADEMICO)
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
           READ F-ALUMNOS
           .
      ******************************************************************
       2100-PROCESO-ALUMNO.
           MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
           PERFORM 2105-ETAPA-DEL-ALUMNO
           PERFORM VARYING C-CONTADOR FROM 1 BY 1 UNTIL C-CONTADOR > 6
               MOVE C-CONTADOR TO W-PLA-ASIG
               CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                      W-PLA-TIPO W-PLA-ENCONTRADO
                                      W-PLA-COMPUTABLE
               END-CALL
               IF NOTA OF ASIGNATURAS (C-CONTADOR) > 00
                   AND W-PLA-COMPUTA THEN
                   PERFORM 2120-BUSCAR-NEE
                   IF NOT NOTA-CON-ACS THEN
                       PERFORM 2110-INSERTAR-TOP
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
       2105-ETAPA-DEL-ALUMNO.
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
       2110-INSERTAR-TOP.
           MOVE 0 TO WS-IDX-TOP
                 TO TTA-NOTA (C-CONTADOR, WS-IDX-TOP)
           END-IF
           .
      ******************************************************************
       2120-BUSCAR-NEE.
           MOVE 'N' TO WS-ACS-FLAG
           PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                   UNTIL WS-IDX-NEE > C-NEE
               IF T-NEE-NIF (WS-IDX-NEE) = NIF OF REG-ALUMNOS
                   AND T-NEE-ASIG (WS-IDX-NEE) = C-CONTADOR THEN
                   SET NOTA-CON-ACS TO TRUE
               END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-INFORME.
           WRITE LINEA-SALIDA FROM LINEA-CABECERA
           CALL "MODMASK" USING W-MSK-NIF W-MSK-NOMBRE
                                W-MSK-APELLIDOS W-MSK-NIF-MASCARA
                                W-MSK-INICIALES
                                W-MSK-CLAVE-SEUD W-MSK-SEUDONIMO
           END-CALL
           MOVE W-MSK-NIF-MASCARA TO LAL-NIF
           MOVE SPACES            TO LAL-NOMBRE
           DISPLAY 'ALUMNOS PROCESADOS: ' C-ALUMNOS-TOTALES
           CLOSE F-ALUMNOS
           CLOSE F-SALIDA
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
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
