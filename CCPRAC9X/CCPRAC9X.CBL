       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9X.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PLANTILLAS CSV DE ENTRADA DE NOTAS POR         *
      *                 PROFESOR, GRUPO Y ASIGNATURA, PARA QUE LOS     *
      *                 PROFESORES NO TECLEEN NIF NI ASIGNATURAS:      *
      *                 SOLO RELLENAN LA COLUMNA NOTA. CRUZA EL        *
      *                 MAESTRO RALUMN02 (POR NIF) CON MATRICULAS      *
      *                 (RMATRICU, POR NIF+ASIGNATURA) DEL ANO DE      *
      *                 SYSIN. EL PROFESOR DE CADA GRUPO+ASIGNATURA    *
      *                 SALE DEL HORARIO (RHORARIO DE CCPRAC9R); SI EL *
      *                 GRUPO NO TIENE HORARIO RECIBEN LA PLANTILLA    *
      *                 TODOS LOS PROFESORES DE LA ASIGNATURA EN EL    *
      *                 COLEGIO (TABLA PROFESORES). CADA PLANTILLA     *
      *                 EMPIEZA POR UNA LINEA DE CONTROL               *
      *                 #PLANTILLA,PPPP-CC-GG-A,ANO,TRIM,ALUMNOS,SUMA  *
      *                 (SUMA = SUMA DE LA PARTE NUMERICA DE LOS NIF)  *
      *                 QUE CCPRAC54 COMPRUEBA A LA VUELTA: SI EL      *
      *                 FICHERO DEVUELTO ANADE O QUITA ALUMNOS SE      *
      *                 RECHAZA ENTERO. LAS LINEAS DE ALUMNO SIGUEN EL *
      *                 ORDEN DE CCPRAC54: NIF,ASIGNATURA,NOTA,ANO,    *
      *                 TRIMESTRE,CONVOCATORIA Y EL NOMBRE AL FINAL.   *
      *                 LOS TOTALES DEL PROCESO DAN LAS MATRICULAS POR *
      *                 ETAPA EDUCATIVA DEL CURSO DEL ALUMNO           *
      *                 (MODETAPA); EL FORMATO DE LAS PLANTILLAS NO    *
      *                 CAMBIA.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-MATRICULAS ASSIGN MATRICUL
               FILE STATUS IS FS-MATRICULAS.

           SELECT F-HORARIO ASSIGN HORARIO
               FILE STATUS IS FS-HORARIO.

           SELECT F-PLANTILLAS ASSIGN PLANTILL
               FILE STATUS IS FS-PLANTILLAS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-MATRICULAS
           RECORDING MODE IS F.
           COPY RMATRICU.

       FD F-HORARIO
           RECORDING MODE IS F.
           COPY RHORARIO.

       FD F-PLANTILLAS
           RECORDING MODE IS F
           DATA RECORD LINEA-PLANTILLA.
       01 LINEA-PLANTILLA          PIC X(80).

       SD F-SORT
           DATA RECORD REG-PLANTILLA.
       01 REG-PLANTILLA.
           05 PL-PROFESOR          PIC 9(4).
           05 PL-COLEGIO           PIC 99.
           05 PL-GRUPO             PIC XX.
           05 PL-ASIGNATURA        PIC 9.
           05 PL-APELLIDOS         PIC X(30).
           05 PL-NOMBRE            PIC X(15).
           05 PL-NIF               PIC X(9).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-MATRICULAS PIC XX.
               88 FS-MATRICULAS-OK  VALUE '00'.
               88 FS-MATRICULAS-EOF VALUE '10'.
           05 FS-HORARIO PIC XX.
               88 FS-HORARIO-OK     VALUE '00'.
           05 FS-PLANTILLAS PIC XX.
               88 FS-PLANTILLAS-OK  VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 FILLER               PIC X(75).

       01 C-CONTADORES.
           05 C-MATRICULAS        PIC 9(6) VALUE 0.
           05 C-SIN-ALUMNO        PIC 9(6) VALUE 0.
           05 C-SIN-PROFESOR      PIC 9(6) VALUE 0.
           05 C-LINEAS-ALUMNO     PIC 9(6) VALUE 0.
           05 C-PLANTILLAS        PIC 9(5) VALUE 0.
           05 C-PROFESORES        PIC 9(5) VALUE 0.

      *    PROFESORES POR COLEGIO+ASIGNATURA (TABLA PROFESORES)
       01 T-PROFESORES.
           05 C-PROF-TABLA      PIC 9(4) VALUE 0.
           05 T-PR-ENTRADA OCCURS 2000.
               10 T-PR-COLEGIO  PIC 99.
               10 T-PR-ASIG     PIC 9.
               10 T-PR-COD      PIC 9(4).

      *    PROFESOR DE CADA COLEGIO+GRUPO+ASIGNATURA SEGUN EL HORARIO
       01 T-HORARIO.
           05 C-HOR-TABLA       PIC 9(4) VALUE 0.
           05 T-HO-ENTRADA OCCURS 3000.
               10 T-HO-COLEGIO  PIC 99.
               10 T-HO-GRUPO    PIC XX.
               10 T-HO-ASIG     PIC 9.
               10 T-HO-COD      PIC 9(4).

      *    LINEAS DE LA PLANTILLA EN CURSO: LA LINEA DE CONTROL VA
      *    DELANTE Y LLEVA EL TOTAL, ASI QUE SE ACUMULAN ANTES
       01 T-LINEAS.
           05 C-LINEAS          PIC 999 VALUE 0.
           05 T-LI-LINEA OCCURS 200 PIC X(80).

       01 WS-IDX               PIC 9(4).
       01 WS-HAY-HORARIO       PIC X.
           88 GRUPO-CON-HORARIO     VALUE 'S'.
       01 WS-SORT-EOF-FLAG     PIC X VALUE 'N'.
           88 FIN-DE-SORT           VALUE 'S'.

       01 WS-CLAVE-PLANTILLA.
           05 WS-CP-PROFESOR    PIC 9(4).
           05 WS-CP-COLEGIO     PIC 99.
           05 WS-CP-GRUPO       PIC XX.
           05 WS-CP-ASIGNATURA  PIC 9.
       01 WS-CLAVE-LEIDA.
           05 WS-CL-PROFESOR    PIC 9(4).
           05 WS-CL-COLEGIO     PIC 99.
           05 WS-CL-GRUPO       PIC XX.
           05 WS-CL-ASIGNATURA  PIC 9.

       01 W-CONTROL-NIF.
           05 W-CN-NIF          PIC X(9).
           05 W-CN-NUMERO       PIC 9(8).
           05 W-CN-SUMA         PIC 9(11).
           05 W-CN-ALUMNOS      PIC 999.

       01 W-LINEA              PIC X(80).

       01 W-LINEA-CONTROL.
           05 FILLER            PIC X(11) VALUE '#PLANTILLA,'.
           05 LC-PROFESOR       PIC 9(4).
           05 FILLER            PIC X     VALUE '-'.
           05 LC-COLEGIO        PIC 99.
           05 FILLER            PIC X     VALUE '-'.
           05 LC-GRUPO          PIC XX.
           05 FILLER            PIC X     VALUE '-'.
           05 LC-ASIGNATURA     PIC 9.
           05 FILLER            PIC X     VALUE ','.
           05 LC-ANO            PIC 9(4).
           05 FILLER            PIC X     VALUE ','.
           05 LC-TRIMESTRE      PIC 9.
           05 FILLER            PIC X     VALUE ','.
           05 LC-ALUMNOS        PIC 999.
           05 FILLER            PIC X     VALUE ','.
           05 LC-SUMA           PIC 9(11).
           05 FILLER            PIC X(34) VALUE SPACES.

       01 W-CAMPOS-LINEA.
           05 W-ANO-TXT         PIC 9(4).
           05 W-TRIM-TXT        PIC 9.
           05 W-ASIG-TXT        PIC 9.

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
               10 T-RE-MATRICULAS    PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-ETAPA-ROTULO         PIC X(22).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-PROFESORES CURSOR FOR
               SELECT COD_PROFESOR, NOMBRE, COD_COLEGIO, ASIGNATURA
                 FROM PROFESORES
                ORDER BY COD_COLEGIO, ASIGNATURA, COD_PROFESOR
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 1100-CARGAR-PROFESORES
           PERFORM 1200-CARGAR-HORARIO
           SORT F-SORT
               ON ASCENDING KEY PL-PROFESOR PL-COLEGIO PL-GRUPO
                                PL-ASIGNATURA PL-APELLIDOS PL-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CRUZAR-MATRICULAS
               OUTPUT PROCEDURE 3000-ESCRIBIR-PLANTILLAS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC THEN
             DISPLAY '*CCPRAC9X*SYSIN*ANO*INVALIDO* '
                 WS-ANO-ACADEMICO
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-TRIMESTRE NOT NUMERIC
               OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
             DISPLAY '*CCPRAC9X*TRIMESTRE*INVALIDO* ' WS-TRIMESTRE
             PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-PROFESORES T-HORARIO T-LINEAS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MATRICULAS
           IF NOT FS-MATRICULAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO MATRICULAS'
               DISPLAY FS-MATRICULAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-PLANTILLAS
           IF NOT FS-PLANTILLAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PLANTILLAS'
               DISPLAY FS-PLANTILLAS
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-PROFESORES.
           EXEC SQL
             OPEN C-PROFESORES
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRAC9X*ERROR*OPEN*CURSOR* '
                   WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1110-FETCH-PROFESOR
           PERFORM UNTIL NOT SQL-OK
             IF C-PROF-TABLA >= 2000 THEN
               DISPLAY '*CCPRAC9X*TABLA*PROFESORES*LLENA* '
                   'MAXIMO 2000'
             ELSE
               ADD 1 TO C-PROF-TABLA
               MOVE COD-COLEGIO OF DCLPROFESORES
                 TO T-PR-COLEGIO (C-PROF-TABLA)
               MOVE ASIGNATURA OF DCLPROFESORES
                 TO T-PR-ASIG (C-PROF-TABLA)
               MOVE COD-PROFESOR OF DCLPROFESORES
                 TO T-PR-COD (C-PROF-TABLA)
             END-IF
             PERFORM 1110-FETCH-PROFESOR
           END-PERFORM
           EXEC SQL
             CLOSE C-PROFESORES
           END-EXEC
           .
      ******************************************************************
       1110-FETCH-PROFESOR.
           EXEC SQL
             FETCH C-PROFESORES
               INTO :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :DCLPROFESORES.COD-COLEGIO,
                    :DCLPROFESORES.ASIGNATURA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       1200-CARGAR-HORARIO.
      *    EL HORARIO TIENE UNA LINEA POR SESION: SE GUARDA UNA SOLA
      *    PAREJA GRUPO+ASIGNATURA POR PROFESOR
           OPEN INPUT F-HORARIO
           IF NOT FS-HORARIO-OK THEN
             DISPLAY '*CCPRAC9X*SIN*HORARIO* LAS PLANTILLAS VAN A '
                 'TODOS LOS PROFESORES DE LA ASIGNATURA'
           ELSE
             READ F-HORARIO
             PERFORM UNTIL NOT FS-HORARIO-OK
               IF HO-ANO-ACADEMICO = WS-ANO-ACADEMICO
                   AND HO-TRIMESTRE = WS-TRIMESTRE THEN
                 PERFORM 1210-GUARDAR-PAREJA
               END-IF
               READ F-HORARIO
             END-PERFORM
             CLOSE F-HORARIO
           END-IF
           .
      ******************************************************************
       1210-GUARDAR-PAREJA.
           MOVE 'N' TO WS-HAY-HORARIO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-HOR-TABLA OR GRUPO-CON-HORARIO
             IF T-HO-COLEGIO (WS-IDX) = HO-COLEGIO
                 AND T-HO-GRUPO (WS-IDX) = HO-GRUPO
                 AND T-HO-ASIG (WS-IDX) = HO-ASIGNATURA
                 AND T-HO-COD (WS-IDX) = HO-PROFESOR THEN
               SET GRUPO-CON-HORARIO TO TRUE
             END-IF
           END-PERFORM
           IF NOT GRUPO-CON-HORARIO THEN
             IF C-HOR-TABLA >= 3000 THEN
               DISPLAY '*CCPRAC9X*TABLA*HORARIO*LLENA* MAXIMO 3000'
             ELSE
               ADD 1 TO C-HOR-TABLA
               MOVE HO-COLEGIO    TO T-HO-COLEGIO (C-HOR-TABLA)
               MOVE HO-GRUPO      TO T-HO-GRUPO (C-HOR-TABLA)
               MOVE HO-ASIGNATURA TO T-HO-ASIG (C-HOR-TABLA)
               MOVE HO-PROFESOR   TO T-HO-COD (C-HOR-TABLA)
             END-IF
           END-IF
           .
      ******************************************************************
       2000-CRUZAR-MATRICULAS.
           MOVE LOW-VALUES TO NIF OF REG-ALUMNOS-GRAL
           READ F-MATRICULAS
           PERFORM UNTIL FS-MATRICULAS-EOF
             IF ANO-ACADEMICO OF REG-MATRICULA = WS-ANO-ACADEMICO
                 THEN
               ADD 1 TO C-MATRICULAS
               PERFORM 2100-BUSCAR-ALUMNO
               IF NIF OF REG-ALUMNOS-GRAL
                   = NIF OF REG-MATRICULA THEN
                 PERFORM 2150-ETAPA-DEL-ALUMNO
                 PERFORM 2200-SOLTAR-PROFESORES
               ELSE
                 DISPLAY '*CCPRAC9X*MATRICULA*SIN*ALUMNO* '
                     NIF OF REG-MATRICULA
                 ADD 1 TO C-SIN-ALUMNO
               END-IF
             END-IF
             READ F-MATRICULAS
           END-PERFORM
           CLOSE F-MATRICULAS
           CLOSE F-MAESTRO
           .
      ******************************************************************
       2100-BUSCAR-ALUMNO.
           PERFORM UNTIL NIF OF REG-ALUMNOS-GRAL
                   >= NIF OF REG-MATRICULA
             READ F-MAESTRO
             IF NOT FS-MAESTRO-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    LAS MATRICULAS CON PLANTILLA SE CUENTAN POR LA ETAPA DEL
      *    CURSO DEL ALUMNO (21 = SIN ETAPA); LAS PLANTILLAS NO CAMBIAN
           MOVE COLEGIO OF REG-ALUMNOS-GRAL TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS-GRAL TO W-ET-CURSO
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
           ADD 1 TO T-RE-MATRICULAS (WS-IDX-ETAPA)
           .
      ******************************************************************
       2200-SOLTAR-PROFESORES.
           MOVE COLEGIO OF REG-ALUMNOS-GRAL    TO PL-COLEGIO
           MOVE GRUPO OF REG-ALUMNOS-GRAL      TO PL-GRUPO
           MOVE ASIGNATURA OF REG-MATRICULA    TO PL-ASIGNATURA
           MOVE APELLIDOS OF REG-ALUMNOS-GRAL  TO PL-APELLIDOS
           MOVE NOMBRE OF REG-ALUMNOS-GRAL     TO PL-NOMBRE
           MOVE NIF OF REG-ALUMNOS-GRAL        TO PL-NIF
           MOVE 'N' TO WS-HAY-HORARIO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-HOR-TABLA
             IF T-HO-COLEGIO (WS-IDX) = PL-COLEGIO
                 AND T-HO-GRUPO (WS-IDX) = PL-GRUPO
                 AND T-HO-ASIG (WS-IDX) = PL-ASIGNATURA THEN
               SET GRUPO-CON-HORARIO TO TRUE
               MOVE T-HO-COD (WS-IDX) TO PL-PROFESOR
               RELEASE REG-PLANTILLA
             END-IF
           END-PERFORM
           IF NOT GRUPO-CON-HORARIO THEN
             MOVE 0 TO PL-PROFESOR
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-PROF-TABLA
               IF T-PR-COLEGIO (WS-IDX) = PL-COLEGIO
                   AND T-PR-ASIG (WS-IDX) = PL-ASIGNATURA THEN
                 MOVE T-PR-COD (WS-IDX) TO PL-PROFESOR
                 RELEASE REG-PLANTILLA
               END-IF
             END-PERFORM
             IF PL-PROFESOR = 0 THEN
               DISPLAY '*CCPRAC9X*SIN*PROFESOR* COLEGIO ' PL-COLEGIO
                   ' ASIGNATURA ' PL-ASIGNATURA ' NIF ' PL-NIF
               ADD 1 TO C-SIN-PROFESOR
             END-IF
           END-IF
           .
      ******************************************************************
       3000-ESCRIBIR-PLANTILLAS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           INITIALIZE WS-CLAVE-PLANTILLA
           MOVE 0 TO C-LINEAS W-CN-SUMA W-CN-ALUMNOS
           PERFORM 3100-RETURN-PLANTILLA
           PERFORM UNTIL FIN-DE-SORT
             MOVE PL-PROFESOR   TO WS-CL-PROFESOR
             MOVE PL-COLEGIO    TO WS-CL-COLEGIO
             MOVE PL-GRUPO      TO WS-CL-GRUPO
             MOVE PL-ASIGNATURA TO WS-CL-ASIGNATURA
             IF WS-CLAVE-LEIDA NOT = WS-CLAVE-PLANTILLA THEN
               IF WS-CP-PROFESOR NOT = PL-PROFESOR THEN
                 ADD 1 TO C-PROFESORES
               END-IF
               PERFORM 3200-VOLCAR-PLANTILLA
               MOVE WS-CLAVE-LEIDA TO WS-CLAVE-PLANTILLA
             END-IF
             PERFORM 3300-PREPARAR-LINEA
             PERFORM 3100-RETURN-PLANTILLA
           END-PERFORM
           PERFORM 3200-VOLCAR-PLANTILLA
           .
      ******************************************************************
       3100-RETURN-PLANTILLA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-VOLCAR-PLANTILLA.
           IF C-LINEAS > 0 THEN
             MOVE WS-CP-PROFESOR   TO LC-PROFESOR
             MOVE WS-CP-COLEGIO    TO LC-COLEGIO
             MOVE WS-CP-GRUPO      TO LC-GRUPO
             MOVE WS-CP-ASIGNATURA TO LC-ASIGNATURA
             MOVE WS-ANO-ACADEMICO TO LC-ANO
             MOVE WS-TRIMESTRE     TO LC-TRIMESTRE
             MOVE W-CN-ALUMNOS     TO LC-ALUMNOS
             MOVE W-CN-SUMA        TO LC-SUMA
             WRITE LINEA-PLANTILLA FROM W-LINEA-CONTROL
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-LINEAS
               WRITE LINEA-PLANTILLA FROM T-LI-LINEA (WS-IDX)
               ADD 1 TO C-LINEAS-ALUMNO
             END-PERFORM
             ADD 1 TO C-PLANTILLAS
           END-IF
           MOVE 0 TO C-LINEAS W-CN-SUMA W-CN-ALUMNOS
           .
      ******************************************************************
       3300-PREPARAR-LINEA.
           IF C-LINEAS >= 200 THEN
             DISPLAY '*CCPRAC9X*PLANTILLA*DEMASIADO*GRANDE* '
                 PL-PROFESOR ' ' PL-COLEGIO ' ' PL-GRUPO ' '
                 PL-ASIGNATURA ' NIF ' PL-NIF
           ELSE
             MOVE PL-NIF TO W-CN-NIF
             PERFORM 3400-SUMAR-NIF
             MOVE PL-ASIGNATURA    TO W-ASIG-TXT
             MOVE WS-ANO-ACADEMICO TO W-ANO-TXT
             MOVE WS-TRIMESTRE     TO W-TRIM-TXT
             MOVE SPACES TO W-LINEA
             STRING PL-NIF          DELIMITED BY SIZE
                    ','             DELIMITED BY SIZE
                    W-ASIG-TXT      DELIMITED BY SIZE
                    ',,'            DELIMITED BY SIZE
                    W-ANO-TXT       DELIMITED BY SIZE
                    ','             DELIMITED BY SIZE
                    W-TRIM-TXT      DELIMITED BY SIZE
                    ',1,"'          DELIMITED BY SIZE
                    PL-APELLIDOS    DELIMITED BY '  '
                    ' '             DELIMITED BY SIZE
                    PL-NOMBRE       DELIMITED BY '  '
                    '"'             DELIMITED BY SIZE
               INTO W-LINEA
             ADD 1 TO C-LINEAS
             MOVE W-LINEA TO T-LI-LINEA (C-LINEAS)
           END-IF
           .
      ******************************************************************
       3400-SUMAR-NIF.
      *    MISMA REGLA QUE CCPRAC54: LOS 8 DIGITOS DEL DNI O LOS 7
      *    DEL NIE (X/Y/Z + 7 DIGITOS)
           MOVE 0 TO W-CN-NUMERO
           EVALUATE TRUE
             WHEN W-CN-NIF (1:8) NUMERIC
               MOVE W-CN-NIF (1:8) TO W-CN-NUMERO
             WHEN W-CN-NIF (2:7) NUMERIC
               MOVE W-CN-NIF (2:7) TO W-CN-NUMERO
           END-EVALUATE
           ADD W-CN-NUMERO TO W-CN-SUMA
           ADD 1 TO W-CN-ALUMNOS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'MATRICULAS DEL ANO:   ' C-MATRICULAS
           DISPLAY 'MATRICULAS SIN ALUMNO:' C-SIN-ALUMNO
           DISPLAY 'SIN PROFESOR:         ' C-SIN-PROFESOR
           DISPLAY 'PROFESORES:           ' C-PROFESORES
           DISPLAY 'PLANTILLAS:           ' C-PLANTILLAS
           DISPLAY 'LINEAS DE ALUMNO:     ' C-LINEAS-ALUMNO
           PERFORM 4100-MATRICULAS-POR-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-PLANTILLAS
           MOVE C-MATRICULAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9X' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-MATRICULAS-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-MATRICULAS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE 'SIN ETAPA' TO WS-ETAPA-ROTULO
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE SPACES TO WS-ETAPA-ROTULO
                 STRING W-ET-ETAPA ' ' W-ET-NOMBRE
                     DELIMITED BY SIZE INTO WS-ETAPA-ROTULO
               END-IF
               DISPLAY 'MATRICULAS ETAPA ' WS-ETAPA-ROTULO ': '
                   T-RE-MATRICULAS (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
