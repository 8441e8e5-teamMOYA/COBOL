       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA2.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PROPUESTA DE PRESTAMOS DEL BANCO DE LIBROS AL  *
      *                 INICIO DE CURSO, QUE HASTA AHORA SE LLEVABA EN *
      *                 FICHAS. EMPAREJA LA MATRICULA DEL ANO DE       *
      *                 SYSIN (RMATRICU, POR NIF) CON EL MAESTRO       *
      *                 RALUMN02 (CURSO Y COLEGIO DEL ALUMNO) Y CON EL *
      *                 CATALOGO RLIBROS POR CURSO+ASIGNATURA: CADA    *
      *                 ASIGNATURA MATRICULADA CON LIBRO EN CATALOGO Y *
      *                 SIN PRESTAMO ESE ANO GENERA UN PRESTAMO NUEVO, *
      *                 MIENTRAS QUEDEN EJEMPLARES (LOS DEL CATALOGO   *
      *                 MENOS LOS QUE SIGUEN PRESTADOS EN EL           *
      *                 REGISTRO).                                     *
      *                 EL REGISTRO RPRESTAM SE REESCRIBE COMPLETO CON *
      *                 UN SORT INTERNO POR NIF+ANO+ASIGNATURA, Y EL   *
      *                 LISTADO DE PROPUESTA SIRVE DE HOJA DE ENTREGA, *
      *                 CON LOS QUE SE QUEDAN SIN EJEMPLAR Y EL        *
      *                 BALANCE DE EJEMPLARES POR LIBRO AL FINAL.      *
      *                 LA PROPUESTA CIERRA CON PRESTAMOS Y PETICIONES *
      *                 SIN EJEMPLAR POR ETAPA EDUCATIVA DEL CURSO DEL *
      *                 ALUMNO EN SU COLEGIO (MODETAPA).               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MATRICULAS ASSIGN MATRICUL
               FILE STATUS IS FS-MATRICULAS.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-LIBROS ASSIGN LIBROS
               FILE STATUS IS FS-LIBROS.

           SELECT F-PRESTAMOS-ANT ASSIGN PRESTANT
               FILE STATUS IS FS-PRESTAMOS-ANT.

           SELECT F-PRESTAMOS-NUEVO ASSIGN PRESTNUE
               FILE STATUS IS FS-PRESTAMOS-NUEVO.

           SELECT F-PROPUESTA ASSIGN PROPUEST
               FILE STATUS IS FS-PROPUESTA.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-MATRICULAS
           RECORDING MODE IS F.
           COPY RMATRICU.

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-LIBROS
           RECORDING MODE IS F.
           COPY RLIBROS.

       FD F-PRESTAMOS-ANT
           RECORDING MODE IS F.
           COPY RPRESTAM.

       FD F-PRESTAMOS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-PRESTAMO-NUEVO.
       01 REG-PRESTAMO-NUEVO       PIC X(80).

       FD F-PROPUESTA
           RECORDING MODE IS F
           DATA RECORD LINEA-PROPUESTA.
       01 LINEA-PROPUESTA          PIC X(132).

       SD F-SORT
           DATA RECORD REG-PRESTAMO-SORT.
           COPY RPRESTAM REPLACING REG-PRESTAMO BY REG-PRESTAMO-SORT
               PR-NIF BY PS-NIF PR-ANO-ACADEMICO BY PS-ANO-ACADEMICO
               PR-ASIGNATURA BY PS-ASIGNATURA PR-CURSO BY PS-CURSO
               PR-COLEGIO BY PS-COLEGIO PR-ISBN BY PS-ISBN
               PR-FECHA-PRESTAMO BY PS-FECHA-PRESTAMO
               PR-ESTADO BY PS-ESTADO PR-PRESTADO BY PS-PRESTADO
               PR-DEVUELTO BY PS-DEVUELTO
               PR-DETERIORADO BY PS-DETERIORADO
               PR-NO-DEVUELTO BY PS-NO-DEVUELTO
               PR-PENDIENTE BY PS-PENDIENTE
               PR-FECHA-DEVOLUCION BY PS-FECHA-DEVOLUCION
               PR-IMPORTE-CARGO BY PS-IMPORTE-CARGO.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-MATRICULAS PIC XX.
               88 FS-MATRICULAS-OK  VALUE '00'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-LIBROS PIC XX.
               88 FS-LIBROS-OK      VALUE '00'.
           05 FS-PRESTAMOS-ANT PIC XX.
               88 FS-PRESTAMOS-ANT-OK  VALUE '00'.
               88 FS-PRESTAMOS-ANT-EOF VALUE '10'.
               88 FS-PRESTAMOS-ANT-NO-EXISTE VALUE '35'.
           05 FS-PRESTAMOS-NUEVO PIC XX.
               88 FS-PRESTAMOS-NUEVO-OK VALUE '00'.
           05 FS-PROPUESTA PIC XX.
               88 FS-PROPUESTA-OK   VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 FILLER               PIC X(76).

       01 C-CONTADORES.
           05 C-MATRICULAS        PIC 9(6) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(6) VALUE 0.
           05 C-PROPUESTOS        PIC 9(6) VALUE 0.
           05 C-YA-PRESTADOS      PIC 9(6) VALUE 0.
           05 C-SIN-LIBRO         PIC 9(6) VALUE 0.
           05 C-SIN-EJEMPLAR      PIC 9(6) VALUE 0.
           05 C-SIN-MAESTRO       PIC 9(6) VALUE 0.

       01 T-LIBROS.
           05 C-LIBROS          PIC 999 VALUE 0.
           05 T-LB-ENTRADA OCCURS 100.
               10 T-LB-CURSO      PIC 9.
               10 T-LB-ASIG       PIC 9.
               10 T-LB-ISBN       PIC X(13).
               10 T-LB-TITULO     PIC X(30).
               10 T-LB-EJEMPLARES PIC 9(4).
               10 T-LB-PRESTADOS  PIC 9(4).
       01 WS-IDX-LIBRO         PIC 999.
       01 WS-LIBRO-FLAG        PIC X.
           88 LIBRO-ENCONTRADO      VALUE 'S'.

       01 WS-NIF-ACTUAL           PIC X(9).
       01 T-ASIG-CON-PRESTAMO.
           05 T-AP-FLAG OCCURS 9   PIC X.
       01 WS-MAESTRO-FLAG         PIC X.
           88 ALUMNO-EN-MAESTRO        VALUE 'S'.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 LINEA-PRO-TITULO.
           05 FILLER  PIC X(44) VALUE
               'PROPUESTA DE PRESTAMOS DEL BANCO DE LIBROS -'.
           05 FILLER  PIC X(7)  VALUE ' CURSO '.
           05 LPT-ANO PIC 9(4).
           05 FILLER  PIC X(77) VALUE SPACES.

       01 LINEA-PRO-COLUMNAS.
           05 FILLER  PIC X(10) VALUE 'NIF'.
           05 FILLER  PIC X(47) VALUE 'ALUMNO'.
           05 FILLER  PIC X(4)  VALUE 'COL'.
           05 FILLER  PIC X(4)  VALUE 'CUR'.
           05 FILLER  PIC X(4)  VALUE 'ASG'.
           05 FILLER  PIC X(14) VALUE 'ISBN'.
           05 FILLER  PIC X(31) VALUE 'TITULO'.
           05 FILLER  PIC X(18) VALUE 'SITUACION'.

       01 LINEA-PRO-DETALLE.
           05 LPD-NIF        PIC X(9).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPD-NOMBRE     PIC X(15).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPD-APELLIDOS  PIC X(30).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPD-COLEGIO    PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LPD-CURSO      PIC 9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LPD-ASIGNATURA PIC 9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LPD-ISBN       PIC X(13).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPD-TITULO     PIC X(30).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPD-SITUACION  PIC X(14).
           05 FILLER         PIC X(4)  VALUE SPACES.

       01 LINEA-PRO-BALANCE-TIT.
           05 FILLER  PIC X(40) VALUE
               'BALANCE DE EJEMPLARES POR LIBRO'.
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-PRO-BALANCE.
           05 LPB-CURSO      PIC 9.
           05 FILLER         PIC X     VALUE SPACE.
           05 LPB-ASIGNATURA PIC 9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LPB-ISBN       PIC X(13).
           05 FILLER         PIC X     VALUE SPACE.
           05 LPB-TITULO     PIC X(30).
           05 FILLER         PIC X(13) VALUE '  EJEMPLARES:'.
           05 LPB-EJEMPLARES PIC ZZZ9.
           05 FILLER         PIC X(12) VALUE '  PRESTADOS:'.
           05 LPB-PRESTADOS  PIC ZZZ9.
           05 FILLER         PIC X(14) VALUE '  DISPONIBLES:'.
           05 LPB-DISPONIBLES PIC -ZZZ9.
           05 FILLER         PIC X(31) VALUE SPACES.

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
               10 T-RE-PRESTAMOS     PIC 9(6).
               10 T-RE-SIN-EJEMPLAR  PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(29) VALUE
               'PROPUESTA POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(12) VALUE '  PRESTAMOS:'.
           05 LRE-PRESTAMOS PIC ZZZZZ9.
           05 FILLER        PIC X(15) VALUE '  SIN EJEMPLAR:'.
           05 LRE-SIN-EJEMPLAR PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY PS-NIF PS-ANO-ACADEMICO PS-ASIGNATURA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-PROPONER-PRESTAMOS
               GIVING F-PRESTAMOS-NUEVO
           PERFORM 3000-BALANCE-EJEMPLARES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
             DISPLAY '*CCPRACA2*SYSIN*SIN*ANO*ACADEMICO*'
             PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-ANO-ACADEMICO TO LPT-ANO
           PERFORM 1100-CARGAR-CATALOGO
           PERFORM 1200-CONTAR-PRESTADOS
           PERFORM 1300-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-CATALOGO.
           OPEN INPUT F-LIBROS
           IF NOT FS-LIBROS-OK THEN
               DISPLAY 'ERROR LEER CATALOGO LIBROS'
               DISPLAY FS-LIBROS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-LIBROS
           PERFORM UNTIL NOT FS-LIBROS-OK OR C-LIBROS >= 100
             ADD 1 TO C-LIBROS
             MOVE LB-CURSO      TO T-LB-CURSO (C-LIBROS)
             MOVE LB-ASIGNATURA TO T-LB-ASIG (C-LIBROS)
             MOVE LB-ISBN       TO T-LB-ISBN (C-LIBROS)
             MOVE LB-TITULO     TO T-LB-TITULO (C-LIBROS)
             MOVE LB-EJEMPLARES TO T-LB-EJEMPLARES (C-LIBROS)
             MOVE 0             TO T-LB-PRESTADOS (C-LIBROS)
             READ F-LIBROS
           END-PERFORM
           CLOSE F-LIBROS
           .
      ******************************************************************
       1200-CONTAR-PRESTADOS.
      *    PRIMERA PASADA AL REGISTRO: LOS EJEMPLARES QUE SIGUEN
      *    FUERA NO SE PUEDEN VOLVER A PRESTAR
           OPEN INPUT F-PRESTAMOS-ANT
           IF FS-PRESTAMOS-ANT-OK THEN
             READ F-PRESTAMOS-ANT
             PERFORM UNTIL NOT FS-PRESTAMOS-ANT-OK
               IF PR-PRESTADO THEN
                 PERFORM VARYING WS-IDX-LIBRO FROM 1 BY 1
                         UNTIL WS-IDX-LIBRO > C-LIBROS
                   IF T-LB-ISBN (WS-IDX-LIBRO) = PR-ISBN THEN
                     ADD 1 TO T-LB-PRESTADOS (WS-IDX-LIBRO)
                   END-IF
                 END-PERFORM
               END-IF
               READ F-PRESTAMOS-ANT
             END-PERFORM
             CLOSE F-PRESTAMOS-ANT
           END-IF
           .
      ******************************************************************
       1300-ABRIR-FICHEROS.
           OPEN INPUT F-MATRICULAS
           IF NOT FS-MATRICULAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO MATRICULAS'
               DISPLAY FS-MATRICULAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE LOW-VALUES TO NIF OF REG-ALUMNOS-GRAL

           OPEN INPUT F-PRESTAMOS-ANT
           IF FS-PRESTAMOS-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACA2*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
           ELSE
             IF NOT FS-PRESTAMOS-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO PRESTAMOS'
               DISPLAY FS-PRESTAMOS-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
           END-IF

           OPEN OUTPUT F-PROPUESTA
           IF NOT FS-PROPUESTA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PROPUESTA'
               DISPLAY FS-PROPUESTA
               PERFORM 5000-END-PROGRAM
           END-IF
           WRITE LINEA-PROPUESTA FROM LINEA-PRO-TITULO
           WRITE LINEA-PROPUESTA FROM LINEA-PRO-COLUMNAS
           .
      ******************************************************************
       2000-PROPONER-PRESTAMOS.
           PERFORM 2500-LEER-PRESTAMO-ANT
           PERFORM 2600-LEER-MATRICULA
           PERFORM UNTIL PR-NIF = HIGH-VALUES
                     AND NIF OF REG-MATRICULA = HIGH-VALUES
             IF PR-NIF < NIF OF REG-MATRICULA THEN
               MOVE PR-NIF TO WS-NIF-ACTUAL
             ELSE
               MOVE NIF OF REG-MATRICULA TO WS-NIF-ACTUAL
             END-IF
             MOVE SPACES TO T-ASIG-CON-PRESTAMO
             MOVE 'N' TO WS-MAESTRO-FLAG
             PERFORM UNTIL PR-NIF NOT = WS-NIF-ACTUAL
               PERFORM 2100-ARRASTRAR-PRESTAMO
               PERFORM 2500-LEER-PRESTAMO-ANT
             END-PERFORM
             PERFORM UNTIL NIF OF REG-MATRICULA NOT = WS-NIF-ACTUAL
               IF ANO-ACADEMICO OF REG-MATRICULA = WS-ANO-ACADEMICO
                   AND ASIGNATURA OF REG-MATRICULA > 0 THEN
                 ADD 1 TO C-MATRICULAS
                 PERFORM 2200-PROPONER-UNO
               END-IF
               PERFORM 2600-LEER-MATRICULA
             END-PERFORM
           END-PERFORM
           CLOSE F-MATRICULAS
           CLOSE F-MAESTRO
           IF FS-PRESTAMOS-ANT-OK OR FS-PRESTAMOS-ANT-EOF THEN
             CLOSE F-PRESTAMOS-ANT
           END-IF
           .
      ******************************************************************
       2100-ARRASTRAR-PRESTAMO.
           MOVE REG-PRESTAMO TO REG-PRESTAMO-SORT
           RELEASE REG-PRESTAMO-SORT
           ADD 1 TO C-ARRASTRADOS
           IF PR-ANO-ACADEMICO = WS-ANO-ACADEMICO
               AND PR-ASIGNATURA > 0 THEN
             MOVE 'S' TO T-AP-FLAG (PR-ASIGNATURA)
           END-IF
           .
      ******************************************************************
       2200-PROPONER-UNO.
           IF T-AP-FLAG (ASIGNATURA OF REG-MATRICULA) = 'S' THEN
             ADD 1 TO C-YA-PRESTADOS
           ELSE
             PERFORM 2300-BUSCAR-ALUMNO
             IF ALUMNO-EN-MAESTRO THEN
               PERFORM 2400-BUSCAR-LIBRO
               IF NOT LIBRO-ENCONTRADO THEN
                 ADD 1 TO C-SIN-LIBRO
               ELSE
                 MOVE NIF OF REG-ALUMNOS-GRAL       TO LPD-NIF
                 MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO LPD-NOMBRE
                 MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO LPD-APELLIDOS
                 MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO LPD-COLEGIO
                 MOVE CURSO OF REG-ALUMNOS-GRAL     TO LPD-CURSO
                 MOVE ASIGNATURA OF REG-MATRICULA   TO LPD-ASIGNATURA
                 MOVE T-LB-ISBN (WS-IDX-LIBRO)      TO LPD-ISBN
                 MOVE T-LB-TITULO (WS-IDX-LIBRO)    TO LPD-TITULO
                 PERFORM 2280-ETAPA-DEL-ALUMNO
                 IF T-LB-PRESTADOS (WS-IDX-LIBRO)
                     >= T-LB-EJEMPLARES (WS-IDX-LIBRO) THEN
                   MOVE 'SIN EJEMPLAR  ' TO LPD-SITUACION
                   ADD 1 TO C-SIN-EJEMPLAR
                   ADD 1 TO T-RE-SIN-EJEMPLAR (WS-IDX-ETAPA)
                 ELSE
                   PERFORM 2250-GRABAR-PRESTAMO
                   ADD 1 TO T-RE-PRESTAMOS (WS-IDX-ETAPA)
                   MOVE 'PRESTAMO      ' TO LPD-SITUACION
                 END-IF
                 WRITE LINEA-PROPUESTA FROM LINEA-PRO-DETALLE
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       2250-GRABAR-PRESTAMO.
           INITIALIZE REG-PRESTAMO-SORT
           MOVE WS-NIF-ACTUAL                TO PS-NIF
           MOVE WS-ANO-ACADEMICO             TO PS-ANO-ACADEMICO
           MOVE ASIGNATURA OF REG-MATRICULA  TO PS-ASIGNATURA
           MOVE CURSO OF REG-ALUMNOS-GRAL    TO PS-CURSO
           MOVE COLEGIO OF REG-ALUMNOS-GRAL  TO PS-COLEGIO
           MOVE T-LB-ISBN (WS-IDX-LIBRO)     TO PS-ISBN
           MOVE WS-FA-AAAAMMDD               TO PS-FECHA-PRESTAMO
           SET PS-PRESTADO TO TRUE
           RELEASE REG-PRESTAMO-SORT
           ADD 1 TO T-LB-PRESTADOS (WS-IDX-LIBRO)
           MOVE 'S' TO T-AP-FLAG (ASIGNATURA OF REG-MATRICULA)
           ADD 1 TO C-PROPUESTOS
           .
      ******************************************************************
       2280-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO (21 = SIN ETAPA)
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
           .
      ******************************************************************
       2300-BUSCAR-ALUMNO.
           IF WS-MAESTRO-FLAG = 'N' THEN
             PERFORM UNTIL FS-MAESTRO-EOF
                     OR NIF OF REG-ALUMNOS-GRAL >= WS-NIF-ACTUAL
               READ F-MAESTRO
               IF NOT FS-MAESTRO-OK THEN
                 MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
               END-IF
             END-PERFORM
             IF NIF OF REG-ALUMNOS-GRAL = WS-NIF-ACTUAL THEN
               MOVE 'S' TO WS-MAESTRO-FLAG
             ELSE
               MOVE 'X' TO WS-MAESTRO-FLAG
               DISPLAY '*CCPRACA2*ALUMNO*NO*EN*MAESTRO* '
                   WS-NIF-ACTUAL
               ADD 1 TO C-SIN-MAESTRO
             END-IF
           END-IF
           .
      ******************************************************************
       2400-BUSCAR-LIBRO.
           MOVE 'N' TO WS-LIBRO-FLAG
           PERFORM VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > C-LIBROS OR LIBRO-ENCONTRADO
             IF T-LB-CURSO (WS-IDX-LIBRO) = CURSO OF REG-ALUMNOS-GRAL
                 AND T-LB-ASIG (WS-IDX-LIBRO)
                     = ASIGNATURA OF REG-MATRICULA THEN
               MOVE 'S' TO WS-LIBRO-FLAG
               SUBTRACT 1 FROM WS-IDX-LIBRO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2500-LEER-PRESTAMO-ANT.
           IF FS-PRESTAMOS-ANT-OK THEN
             READ F-PRESTAMOS-ANT
             IF NOT FS-PRESTAMOS-ANT-OK THEN
               MOVE HIGH-VALUES TO PR-NIF
             END-IF
           ELSE
             MOVE HIGH-VALUES TO PR-NIF
           END-IF
           .
      ******************************************************************
       2600-LEER-MATRICULA.
           READ F-MATRICULAS
           IF NOT FS-MATRICULAS-OK THEN
             MOVE HIGH-VALUES TO NIF OF REG-MATRICULA
           END-IF
           .
      ******************************************************************
       3000-BALANCE-EJEMPLARES.
           WRITE LINEA-PROPUESTA FROM LINEA-PRO-BALANCE-TIT
           PERFORM VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > C-LIBROS
             MOVE T-LB-CURSO (WS-IDX-LIBRO)      TO LPB-CURSO
             MOVE T-LB-ASIG (WS-IDX-LIBRO)       TO LPB-ASIGNATURA
             MOVE T-LB-ISBN (WS-IDX-LIBRO)       TO LPB-ISBN
             MOVE T-LB-TITULO (WS-IDX-LIBRO)     TO LPB-TITULO
             MOVE T-LB-EJEMPLARES (WS-IDX-LIBRO) TO LPB-EJEMPLARES
             MOVE T-LB-PRESTADOS (WS-IDX-LIBRO)  TO LPB-PRESTADOS
             COMPUTE LPB-DISPONIBLES =
                 T-LB-EJEMPLARES (WS-IDX-LIBRO)
               - T-LB-PRESTADOS (WS-IDX-LIBRO)
             END-COMPUTE
             WRITE LINEA-PROPUESTA FROM LINEA-PRO-BALANCE
           END-PERFORM
           PERFORM 3100-RESUMEN-ETAPAS
           .
      ******************************************************************
       3100-RESUMEN-ETAPAS.
           WRITE LINEA-PROPUESTA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-PRESTAMOS (WS-IDX-ETAPA) > 0
                 OR T-RE-SIN-EJEMPLAR (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-PRESTAMOS (WS-IDX-ETAPA)
                 TO LRE-PRESTAMOS
               MOVE T-RE-SIN-EJEMPLAR (WS-IDX-ETAPA)
                 TO LRE-SIN-EJEMPLAR
               WRITE LINEA-PROPUESTA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'MATRICULAS DEL ANO:  ' C-MATRICULAS
           DISPLAY 'PRESTAMOS PROPUESTOS:' C-PROPUESTOS
           DISPLAY 'YA CON PRESTAMO:     ' C-YA-PRESTADOS
           DISPLAY 'SIN LIBRO EN CATAL.: ' C-SIN-LIBRO
           DISPLAY 'SIN EJEMPLAR:        ' C-SIN-EJEMPLAR
           DISPLAY 'SIN MAESTRO:         ' C-SIN-MAESTRO
           DISPLAY 'ARRASTRADOS:         ' C-ARRASTRADOS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-PROPUESTA
           MOVE C-MATRICULAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA2' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
