       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9S.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CALENDARIO DE EXAMENES DE SEPTIEMBRE. JUNTA    *
      *                 LAS CONVOCATORIAS DE RECUPERACION DE CCPRAC88  *
      *                 (F-CONVOCADOS) Y LAS PENDIENTES VIVAS DE       *
      *                 ANOS ANTERIORES (RPENDIEN DE CCPRAC73): CADA   *
      *                 COLEGIO+ASIGNATURA+TIPO (R RECUPERACION, P     *
      *                 PENDIENTE) ES UNA SESION DE EXAMEN, QUE SE     *
      *                 COLOCA EN UNA DE LAS FRANJAS DE LOS DIAS DE    *
      *                 SYSIN. CADA SESION VA A LA PRIMERA FRANJA EN   *
      *                 LA QUE NINGUNO DE SUS ALUMNOS TIENE YA OTRO    *
      *                 EXAMEN; SI NO QUEDA NINGUNA LIMPIA, A LA DE    *
      *                 MENOS COINCIDENCIAS, Y LOS ALUMNOS CON DOS     *
      *                 EXAMENES A LA MISMA HORA SALEN EN EL INFORME   *
      *                 DE CHOQUES PARA DARLES OTRA CONVOCATORIA.      *
      *                 LOS CONVOCADOS DE CADA FRANJA SE REPARTEN EN   *
      *                 LAS AULAS DEL COLEGIO (RAULAS) HASTA SU        *
      *                 CAPACIDAD; LOS QUE NO CABEN TAMBIEN VAN AL     *
      *                 INFORME DE CHOQUES. SALEN EL CALENDARIO        *
      *                 PUBLICABLE POR COLEGIO, LA LISTA DE ASIENTOS   *
      *                 POR AULA Y EL INFORME DE CHOQUES.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONVOCADOS ASSIGN CONVOCAD
               FILE STATUS IS FS-CONVOCADOS.

           SELECT F-PENDIENTES ASSIGN PENDIENT
               FILE STATUS IS FS-PENDIENTES.

           SELECT F-AULAS ASSIGN AULAS
               FILE STATUS IS FS-AULAS.

           SELECT F-CALENDARIO ASSIGN CALEXAM
               FILE STATUS IS FS-CALENDARIO.

           SELECT F-ASIENTOS ASSIGN ASIENTOS
               FILE STATUS IS FS-ASIENTOS.

           SELECT F-CHOQUES ASSIGN CHOQUES
               FILE STATUS IS FS-CHOQUES.

       DATA DIVISION.
       FILE SECTION.
       FD F-CONVOCADOS
           RECORDING MODE IS F
           DATA RECORD REG-CONVOCADO.
       01 REG-CONVOCADO.
           05 CV-NIF               PIC X(9).
           05 CV-ASIGNATURA        PIC 9.
           05 CV-COLEGIO           PIC 99.
           05 CV-ANO               PIC 9(4).
           05 CV-NOTA-JUNIO        PIC 99V9.
           05 FILLER               PIC X(61).

       FD F-PENDIENTES
           RECORDING MODE IS F.
           COPY RPENDIEN.

       FD F-AULAS
           RECORDING MODE IS F.
           COPY RAULAS.

       FD F-CALENDARIO
           RECORDING MODE IS F
           DATA RECORD LINEA-CALENDARIO.
       01 LINEA-CALENDARIO         PIC X(132).

       FD F-ASIENTOS
           RECORDING MODE IS F
           DATA RECORD LINEA-ASIENTO.
       01 LINEA-ASIENTO            PIC X(132).

       FD F-CHOQUES
           RECORDING MODE IS F
           DATA RECORD LINEA-CHOQUE.
       01 LINEA-CHOQUE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CONVOCADOS PIC XX.
               88 FS-CONVOCADOS-OK  VALUE '00'.
           05 FS-PENDIENTES PIC XX.
               88 FS-PENDIENTES-OK  VALUE '00'.
           05 FS-AULAS PIC XX.
               88 FS-AULAS-OK       VALUE '00'.
           05 FS-CALENDARIO PIC XX.
               88 FS-CALENDARIO-OK  VALUE '00'.
           05 FS-ASIENTOS PIC XX.
               88 FS-ASIENTOS-OK    VALUE '00'.
           05 FS-CHOQUES PIC XX.
               88 FS-CHOQUES-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-NUM-DIAS          PIC 9.
           05 WS-FRANJAS-DIA       PIC 9.
           05 WS-FECHA-DIA OCCURS 5 PIC X(8).
           05 FILLER               PIC X(34).

       01 C-CONTADORES.
           05 C-CONVOCATORIAS     PIC 9(6) VALUE 0.
           05 C-PENDIENTES        PIC 9(6) VALUE 0.
           05 C-ALUMNOS           PIC 9(5) VALUE 0.
           05 C-SESIONES          PIC 9(4) VALUE 0.
           05 C-AULAS             PIC 999  VALUE 0.
           05 C-FRANJAS           PIC 99   VALUE 0.
           05 C-CHOQUES           PIC 9(5) VALUE 0.
           05 C-SIN-AULA          PIC 9(5) VALUE 0.
           05 C-ASIENTOS          PIC 9(6) VALUE 0.

      *    SESIONES DE EXAMEN: UNA POR COLEGIO+ASIGNATURA+TIPO
       01 T-SESIONES.
           05 T-EX-ENTRADA OCCURS 1200.
               10 T-EX-COLEGIO  PIC 99.
               10 T-EX-ASIG     PIC 9.
               10 T-EX-TIPO     PIC X.
               10 T-EX-ALUMNOS  PIC 9(4).
               10 T-EX-FRANJA   PIC 99.

      *    EXAMENES DE CADA ALUMNO (INDICE EN T-SESIONES)
       01 T-ALUMNOS.
           05 T-AL-ENTRADA OCCURS 5000.
               10 T-AL-NIF      PIC X(9).
               10 T-AL-COLEGIO  PIC 99.
               10 T-AL-NUM      PIC 99.
               10 T-AL-EXAMEN OCCURS 12 PIC 9(4).

       01 T-AULAS.
           05 T-AU-ENTRADA OCCURS 500.
               10 T-AU-COLEGIO  PIC 99.
               10 T-AU-AULA     PIC X(6).
               10 T-AU-CAPACIDAD PIC 999.
               10 T-AU-OCUPADOS PIC 999.

      *    COINCIDENCIAS POR FRANJA DE LA SESION QUE SE ESTA COLOCANDO
       01 T-COINCIDENCIAS.
           05 T-CO-FRANJA OCCURS 45 PIC 9(5).

       01 WS-IDX               PIC 9(5).
       01 WS-IDX-2             PIC 99.
       01 WS-IDX-3             PIC 99.
       01 WS-IDX-SESION        PIC 9(4).
       01 WS-IDX-ALUMNO        PIC 9(5).
       01 WS-IDX-AULA          PIC 999.
       01 WS-IDX-FRANJA        PIC 99.
       01 WS-IDX-COLEGIO       PIC 999.
       01 WS-COLEGIO           PIC 99.
       01 WS-MEJOR-FRANJA      PIC 99.
       01 WS-MIN-COINCIDENCIAS PIC 9(5).
       01 WS-FRANJA-OTRA       PIC 99.
       01 WS-DIA               PIC 9.
       01 WS-FRANJA-DEL-DIA    PIC 9.

       01 WS-CLAVE-EXAMEN.
           05 WS-CE-NIF            PIC X(9).
           05 WS-CE-COLEGIO        PIC 99.
           05 WS-CE-ASIG           PIC 9.
           05 WS-CE-TIPO           PIC X.

       01 WS-AULA-IMPRESA         PIC 999 VALUE 0.
       01 WS-HAY-DATOS-FLAG       PIC X.
           88 COLEGIO-CON-EXAMENES     VALUE 'S'.

       01 W-ASIGN-LOOKUP.
           05 W-ASG-DIGITO      PIC 9.
           05 W-ASG-COD         PIC XXX.
           05 W-ASG-NOMBRE      PIC X(15).
           05 W-ASG-ENCONTRADO  PIC X.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-CAL-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'CALENDARIO DE EXAMENES DE SEPTIEMBRE - '.
           05 LCC-COLEGIO PIC Z9.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCC-COLEGIO-NOM PIC X(15).
           05 FILLER  PIC X(7)  VALUE '  ANO: '.
           05 LCC-ANO PIC 9(4).
           05 FILLER  PIC X(63) VALUE SPACES.

       01 LINEA-CAL-DETALLE.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LCD-FECHA PIC X(8).
           05 FILLER  PIC X(10) VALUE '  FRANJA: '.
           05 LCD-FRANJA PIC 9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LCD-ASIGNATURA PIC X(15).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LCD-TIPO PIC X(12).
           05 FILLER  PIC X(11) VALUE '  ALUMNOS: '.
           05 LCD-ALUMNOS PIC ZZZ9.
           05 FILLER  PIC X(63) VALUE SPACES.

       01 LINEA-ASI-CABECERA.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LAC-COLEGIO PIC Z9.
           05 FILLER  PIC X(8)  VALUE '  AULA: '.
           05 LAC-AULA PIC X(6).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LAC-FECHA PIC X(8).
           05 FILLER  PIC X(10) VALUE '  FRANJA: '.
           05 LAC-FRANJA PIC 9.
           05 FILLER  PIC X(14) VALUE '  CAPACIDAD: '.
           05 LAC-CAPACIDAD PIC ZZ9.
           05 FILLER  PIC X(62) VALUE SPACES.

       01 LINEA-ASI-DETALLE.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LAD-PUESTO PIC ZZ9.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LAD-NIF PIC X(9).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LAD-ASIGNATURA PIC X(15).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LAD-TIPO PIC X(12).
           05 FILLER  PIC X(84) VALUE SPACES.

       01 LINEA-CHQ-DETALLE.
           05 LCH-NIF PIC X(9).
           05 FILLER  PIC X     VALUE SPACE.
           05 FILLER  PIC X(4)  VALUE 'COL '.
           05 LCH-COLEGIO PIC 99.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCH-FECHA PIC X(8).
           05 FILLER  PIC X(3)  VALUE ' F '.
           05 LCH-FRANJA PIC 9.
           05 FILLER  PIC X(6)  VALUE ' ASIG '.
           05 LCH-ASIG-1 PIC 9.
           05 LCH-TIPO-1 PIC X.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCH-ASIG-2 PIC X.
           05 LCH-TIPO-2 PIC X.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCH-MOTIVO PIC X(39).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-CONVOCADOS
           PERFORM 2100-CARGAR-PENDIENTES
           PERFORM 2200-CARGAR-AULAS
           PERFORM 3000-COLOCAR-SESION
               VARYING WS-IDX-SESION FROM 1 BY 1
               UNTIL WS-IDX-SESION > C-SESIONES
           PERFORM 3200-DETECTAR-CHOQUES
               VARYING WS-IDX-ALUMNO FROM 1 BY 1
               UNTIL WS-IDX-ALUMNO > C-ALUMNOS
           PERFORM 3400-PUBLICAR-COLEGIO
               VARYING WS-IDX-COLEGIO FROM 1 BY 1
               UNTIL WS-IDX-COLEGIO > 99
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-NUM-DIAS NOT NUMERIC OR WS-NUM-DIAS = 0
               OR WS-NUM-DIAS > 5 THEN
             DISPLAY '*CCPRAC9S*SYSIN*DIAS*INVALIDOS* ' WS-NUM-DIAS
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-FRANJAS-DIA NOT NUMERIC OR WS-FRANJAS-DIA = 0 THEN
             MOVE 3 TO WS-FRANJAS-DIA
             DISPLAY '*CCPRAC9S*SYSIN*SIN*FRANJAS* SE ASUMEN 3 '
                 'FRANJAS POR DIA'
           END-IF
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-NUM-DIAS
             IF WS-FECHA-DIA (WS-IDX-2) NOT NUMERIC THEN
               DISPLAY '*CCPRAC9S*SYSIN*FECHA*INVALIDA* DIA '
                   WS-IDX-2 ': ' WS-FECHA-DIA (WS-IDX-2)
               PERFORM 5000-END-PROGRAM
             END-IF
           END-PERFORM
           COMPUTE C-FRANJAS = WS-NUM-DIAS * WS-FRANJAS-DIA
           MOVE WS-ANO-ACADEMICO TO LCC-ANO
           INITIALIZE T-SESIONES T-ALUMNOS T-AULAS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-SALIDAS
           .
      ******************************************************************
       1100-ABRIR-SALIDAS.
           OPEN OUTPUT F-CALENDARIO
           IF NOT FS-CALENDARIO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CALEXAM'
               DISPLAY FS-CALENDARIO
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-ASIENTOS
           IF NOT FS-ASIENTOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ASIENTOS'
               DISPLAY FS-ASIENTOS
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-CHOQUES
           IF NOT FS-CHOQUES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CHOQUES'
               DISPLAY FS-CHOQUES
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-CONVOCADOS.
           OPEN INPUT F-CONVOCADOS
           IF NOT FS-CONVOCADOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO CONVOCADOS'
               DISPLAY FS-CONVOCADOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-CONVOCADOS
           PERFORM UNTIL NOT FS-CONVOCADOS-OK
             IF CV-ANO = WS-ANO-ACADEMICO THEN
               ADD 1 TO C-CONVOCATORIAS
               MOVE CV-NIF        TO WS-CE-NIF
               MOVE CV-COLEGIO    TO WS-CE-COLEGIO
               MOVE CV-ASIGNATURA TO WS-CE-ASIG
               MOVE 'R'           TO WS-CE-TIPO
               PERFORM 2500-ANOTAR-EXAMEN
             END-IF
             READ F-CONVOCADOS
           END-PERFORM
           CLOSE F-CONVOCADOS
           .
      ******************************************************************
       2100-CARGAR-PENDIENTES.
           OPEN INPUT F-PENDIENTES
           IF NOT FS-PENDIENTES-OK THEN
             DISPLAY '*CCPRAC9S*SIN*FICHERO*PENDIENTES* SOLO SE '
                 'CALENDARIZAN LAS RECUPERACIONES'
           ELSE
             READ F-PENDIENTES
             PERFORM UNTIL NOT FS-PENDIENTES-OK
               IF PEND-VIVA THEN
                 ADD 1 TO C-PENDIENTES
                 MOVE NIF OF REG-PENDIENTE        TO WS-CE-NIF
                 MOVE COLEGIO OF REG-PENDIENTE    TO WS-CE-COLEGIO
                 MOVE ASIGNATURA OF REG-PENDIENTE TO WS-CE-ASIG
                 MOVE 'P'                         TO WS-CE-TIPO
                 PERFORM 2500-ANOTAR-EXAMEN
               END-IF
               READ F-PENDIENTES
             END-PERFORM
             CLOSE F-PENDIENTES
           END-IF
           .
      ******************************************************************
       2200-CARGAR-AULAS.
           OPEN INPUT F-AULAS
           IF NOT FS-AULAS-OK THEN
             DISPLAY '*CCPRAC9S*SIN*FICHERO*AULAS* NO SE ASIGNAN '
                 'ASIENTOS'
           ELSE
             READ F-AULAS
             PERFORM UNTIL NOT FS-AULAS-OK OR C-AULAS >= 500
               IF AU-CAPACIDAD IS NUMERIC AND AU-CAPACIDAD > 0 THEN
                 ADD 1 TO C-AULAS
                 MOVE AU-COLEGIO   TO T-AU-COLEGIO (C-AULAS)
                 MOVE AU-AULA      TO T-AU-AULA (C-AULAS)
                 MOVE AU-CAPACIDAD TO T-AU-CAPACIDAD (C-AULAS)
               ELSE
                 DISPLAY '*CCPRAC9S*AULA*SIN*CAPACIDAD* '
                     AU-COLEGIO ' ' AU-AULA
               END-IF
               READ F-AULAS
             END-PERFORM
             CLOSE F-AULAS
           END-IF
           .
      ******************************************************************
       2500-ANOTAR-EXAMEN.
      *    LOCALIZA (O CREA) LA SESION COLEGIO+ASIGNATURA+TIPO Y LA
      *    APUNTA EN LA LISTA DE EXAMENES DEL ALUMNO
           MOVE 0 TO WS-IDX-SESION
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-SESIONES OR WS-IDX-SESION > 0
             IF T-EX-COLEGIO (WS-IDX) = WS-CE-COLEGIO
                 AND T-EX-ASIG (WS-IDX) = WS-CE-ASIG
                 AND T-EX-TIPO (WS-IDX) = WS-CE-TIPO THEN
               MOVE WS-IDX TO WS-IDX-SESION
             END-IF
           END-PERFORM
           IF WS-IDX-SESION = 0 THEN
             IF C-SESIONES >= 1200 THEN
               DISPLAY '*CCPRAC9S*TABLA*SESIONES*LLENA* MAXIMO 1200'
               PERFORM 5000-END-PROGRAM
             END-IF
             ADD 1 TO C-SESIONES
             MOVE C-SESIONES    TO WS-IDX-SESION
             MOVE WS-CE-COLEGIO TO T-EX-COLEGIO (WS-IDX-SESION)
             MOVE WS-CE-ASIG    TO T-EX-ASIG (WS-IDX-SESION)
             MOVE WS-CE-TIPO    TO T-EX-TIPO (WS-IDX-SESION)
           END-IF

           MOVE 0 TO WS-IDX-ALUMNO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-ALUMNOS OR WS-IDX-ALUMNO > 0
             IF T-AL-NIF (WS-IDX) = WS-CE-NIF THEN
               MOVE WS-IDX TO WS-IDX-ALUMNO
             END-IF
           END-PERFORM
           IF WS-IDX-ALUMNO = 0 THEN
             IF C-ALUMNOS >= 5000 THEN
               DISPLAY '*CCPRAC9S*TABLA*ALUMNOS*LLENA* MAXIMO 5000'
               PERFORM 5000-END-PROGRAM
             END-IF
             ADD 1 TO C-ALUMNOS
             MOVE C-ALUMNOS     TO WS-IDX-ALUMNO
             MOVE WS-CE-NIF     TO T-AL-NIF (WS-IDX-ALUMNO)
             MOVE WS-CE-COLEGIO TO T-AL-COLEGIO (WS-IDX-ALUMNO)
           END-IF
           IF T-AL-NUM (WS-IDX-ALUMNO) >= 12 THEN
             DISPLAY '*CCPRAC9S*ALUMNO*CON*MAS*DE*12*EXAMENES* '
                 WS-CE-NIF
           ELSE
             ADD 1 TO T-AL-NUM (WS-IDX-ALUMNO)
             MOVE WS-IDX-SESION TO
                 T-AL-EXAMEN (WS-IDX-ALUMNO, T-AL-NUM (WS-IDX-ALUMNO))
             ADD 1 TO T-EX-ALUMNOS (WS-IDX-SESION)
           END-IF
           .
      ******************************************************************
       3000-COLOCAR-SESION.
      *    CUENTA, PARA CADA FRANJA, CUANTOS ALUMNOS DE LA SESION YA
      *    TIENEN OTRO EXAMEN COLOCADO EN ELLA, Y ELIGE LA PRIMERA
      *    FRANJA SIN COINCIDENCIAS O, SI NO HAY, LA DE MENOS
           INITIALIZE T-COINCIDENCIAS
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS
             IF T-AL-COLEGIO (WS-IDX-ALUMNO) =
                 T-EX-COLEGIO (WS-IDX-SESION) THEN
               PERFORM 3010-CONTAR-COINCIDENCIAS
             END-IF
           END-PERFORM
           MOVE 1 TO WS-MEJOR-FRANJA
           MOVE T-CO-FRANJA (1) TO WS-MIN-COINCIDENCIAS
           PERFORM VARYING WS-IDX-FRANJA FROM 2 BY 1
                   UNTIL WS-IDX-FRANJA > C-FRANJAS
                      OR WS-MIN-COINCIDENCIAS = 0
             IF T-CO-FRANJA (WS-IDX-FRANJA) < WS-MIN-COINCIDENCIAS
               MOVE WS-IDX-FRANJA TO WS-MEJOR-FRANJA
               MOVE T-CO-FRANJA (WS-IDX-FRANJA)
                 TO WS-MIN-COINCIDENCIAS
             END-IF
           END-PERFORM
           MOVE WS-MEJOR-FRANJA TO T-EX-FRANJA (WS-IDX-SESION)
           .
      ******************************************************************
       3010-CONTAR-COINCIDENCIAS.
      *    SOLO CUENTA SI EL ALUMNO ESTA EN LA SESION
           MOVE 0 TO WS-IDX-3
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > T-AL-NUM (WS-IDX-ALUMNO)
             IF T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-2) = WS-IDX-SESION
               MOVE WS-IDX-2 TO WS-IDX-3
             END-IF
           END-PERFORM
           IF WS-IDX-3 > 0 THEN
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 > T-AL-NUM (WS-IDX-ALUMNO)
               MOVE T-EX-FRANJA (T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-2))
                 TO WS-FRANJA-OTRA
               IF WS-IDX-2 NOT = WS-IDX-3 AND WS-FRANJA-OTRA > 0
                 ADD 1 TO T-CO-FRANJA (WS-FRANJA-OTRA)
               END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3200-DETECTAR-CHOQUES.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 >= T-AL-NUM (WS-IDX-ALUMNO)
             COMPUTE WS-IDX-3 = WS-IDX-2 + 1
             PERFORM UNTIL WS-IDX-3 > T-AL-NUM (WS-IDX-ALUMNO)
               IF T-EX-FRANJA (T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-2))
                = T-EX-FRANJA (T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-3))
                 PERFORM 3210-ESCRIBIR-CHOQUE
               END-IF
               ADD 1 TO WS-IDX-3
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3210-ESCRIBIR-CHOQUE.
           MOVE T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-2) TO WS-IDX-SESION
           MOVE T-EX-FRANJA (WS-IDX-SESION) TO WS-IDX-FRANJA
           PERFORM 3900-DIA-Y-FRANJA
           MOVE T-AL-NIF (WS-IDX-ALUMNO)     TO LCH-NIF
           MOVE T-AL-COLEGIO (WS-IDX-ALUMNO) TO LCH-COLEGIO
           MOVE WS-FECHA-DIA (WS-DIA)        TO LCH-FECHA
           MOVE WS-FRANJA-DEL-DIA            TO LCH-FRANJA
           MOVE T-EX-ASIG (WS-IDX-SESION)    TO LCH-ASIG-1
           MOVE T-EX-TIPO (WS-IDX-SESION)    TO LCH-TIPO-1
           MOVE T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-3) TO WS-IDX-SESION
           MOVE T-EX-ASIG (WS-IDX-SESION)    TO LCH-ASIG-2
           MOVE T-EX-TIPO (WS-IDX-SESION)    TO LCH-TIPO-2
           MOVE 'DOS EXAMENES A LA MISMA HORA' TO LCH-MOTIVO
           WRITE LINEA-CHOQUE FROM LINEA-CHQ-DETALLE
           ADD 1 TO C-CHOQUES
           .
      ******************************************************************
       3400-PUBLICAR-COLEGIO.
           MOVE WS-IDX-COLEGIO TO WS-COLEGIO
           MOVE 'N' TO WS-HAY-DATOS-FLAG
           PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                   UNTIL WS-IDX-SESION > C-SESIONES
             IF T-EX-COLEGIO (WS-IDX-SESION) = WS-COLEGIO THEN
               SET COLEGIO-CON-EXAMENES TO TRUE
             END-IF
           END-PERFORM
           IF COLEGIO-CON-EXAMENES THEN
             PERFORM 3410-CABECERA-COLEGIO
             PERFORM VARYING WS-IDX-FRANJA FROM 1 BY 1
                     UNTIL WS-IDX-FRANJA > C-FRANJAS
               PERFORM 3900-DIA-Y-FRANJA
               PERFORM 3420-RESETEAR-AULAS
               PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                       UNTIL WS-IDX-SESION > C-SESIONES
                 IF T-EX-COLEGIO (WS-IDX-SESION) = WS-COLEGIO
                     AND T-EX-FRANJA (WS-IDX-SESION) = WS-IDX-FRANJA
                   PERFORM 3430-LINEA-CALENDARIO
                   PERFORM 3500-SENTAR-SESION
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3410-CABECERA-COLEGIO.
           MOVE WS-COLEGIO TO LCC-COLEGIO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF W-COLEGIO-ENCONTRADO THEN
             MOVE W-NOMB-COLEGIO TO LCC-COLEGIO-NOM
           ELSE
             MOVE 'COLEGIO DESCON.' TO LCC-COLEGIO-NOM
           END-IF
           WRITE LINEA-CALENDARIO FROM LINEA-CAL-CABECERA
               AFTER ADVANCING PAGE
           MOVE 0 TO WS-AULA-IMPRESA
           .
      ******************************************************************
       3420-RESETEAR-AULAS.
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > C-AULAS
             MOVE 0 TO T-AU-OCUPADOS (WS-IDX-AULA)
           END-PERFORM
           MOVE 0 TO WS-AULA-IMPRESA
           .
      ******************************************************************
       3430-LINEA-CALENDARIO.
           MOVE WS-FECHA-DIA (WS-DIA)      TO LCD-FECHA
           MOVE WS-FRANJA-DEL-DIA          TO LCD-FRANJA
           MOVE T-EX-ALUMNOS (WS-IDX-SESION) TO LCD-ALUMNOS
           PERFORM 3440-NOMBRE-ASIGNATURA
           MOVE W-ASG-NOMBRE TO LCD-ASIGNATURA
           IF T-EX-TIPO (WS-IDX-SESION) = 'P' THEN
             MOVE 'PENDIENTE'    TO LCD-TIPO
           ELSE
             MOVE 'RECUPERACION' TO LCD-TIPO
           END-IF
           WRITE LINEA-CALENDARIO FROM LINEA-CAL-DETALLE
           .
      ******************************************************************
       3440-NOMBRE-ASIGNATURA.
           MOVE T-EX-ASIG (WS-IDX-SESION) TO W-ASG-DIGITO
           CALL "MODASIGN" USING 'L' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           IF W-ASG-ENCONTRADO NOT = 'S' THEN
             MOVE SPACES TO W-ASG-NOMBRE
             STRING 'ASIGNATURA ' T-EX-ASIG (WS-IDX-SESION)
               DELIMITED BY SIZE INTO W-ASG-NOMBRE
           END-IF
           .
      ******************************************************************
       3500-SENTAR-SESION.
      *    CADA ALUMNO DE LA SESION OCUPA EL PRIMER PUESTO LIBRE DE LAS
      *    AULAS DEL COLEGIO, LLENANDO UNA AULA ANTES DE PASAR A LA
      *    SIGUIENTE
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS
             IF T-AL-COLEGIO (WS-IDX-ALUMNO) = WS-COLEGIO THEN
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > T-AL-NUM (WS-IDX-ALUMNO)
                 IF T-AL-EXAMEN (WS-IDX-ALUMNO, WS-IDX-2) =
                     WS-IDX-SESION THEN
                   PERFORM 3510-SENTAR-ALUMNO
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3510-SENTAR-ALUMNO.
           MOVE 0 TO WS-IDX-3
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > C-AULAS OR WS-IDX-3 > 0
             IF T-AU-COLEGIO (WS-IDX-AULA) = WS-COLEGIO
                 AND T-AU-OCUPADOS (WS-IDX-AULA)
                   < T-AU-CAPACIDAD (WS-IDX-AULA) THEN
               MOVE 1 TO WS-IDX-3
               ADD 1 TO T-AU-OCUPADOS (WS-IDX-AULA)
               IF WS-IDX-AULA NOT = WS-AULA-IMPRESA THEN
                 PERFORM 3520-CABECERA-AULA
               END-IF
               MOVE T-AU-OCUPADOS (WS-IDX-AULA) TO LAD-PUESTO
               MOVE T-AL-NIF (WS-IDX-ALUMNO)     TO LAD-NIF
               MOVE LCD-ASIGNATURA               TO LAD-ASIGNATURA
               MOVE LCD-TIPO                     TO LAD-TIPO
               WRITE LINEA-ASIENTO FROM LINEA-ASI-DETALLE
               ADD 1 TO C-ASIENTOS
             END-IF
           END-PERFORM
           IF WS-IDX-3 = 0 THEN
             MOVE T-AL-NIF (WS-IDX-ALUMNO)  TO LCH-NIF
             MOVE WS-COLEGIO                TO LCH-COLEGIO
             MOVE WS-FECHA-DIA (WS-DIA)     TO LCH-FECHA
             MOVE WS-FRANJA-DEL-DIA         TO LCH-FRANJA
             MOVE T-EX-ASIG (WS-IDX-SESION) TO LCH-ASIG-1
             MOVE T-EX-TIPO (WS-IDX-SESION) TO LCH-TIPO-1
             MOVE SPACES TO LCH-ASIG-2 LCH-TIPO-2
             MOVE 'SIN PUESTO EN AULA: CAPACIDAD AGOTADA'
               TO LCH-MOTIVO
             WRITE LINEA-CHOQUE FROM LINEA-CHQ-DETALLE
             ADD 1 TO C-SIN-AULA
           END-IF
           .
      ******************************************************************
       3520-CABECERA-AULA.
      *    WS-IDX-AULA AUN NO HA AVANZADO: ES EL AULA ELEGIDA
           MOVE WS-COLEGIO                  TO LAC-COLEGIO
           MOVE T-AU-AULA (WS-IDX-AULA)     TO LAC-AULA
           MOVE WS-FECHA-DIA (WS-DIA)       TO LAC-FECHA
           MOVE WS-FRANJA-DEL-DIA           TO LAC-FRANJA
           MOVE T-AU-CAPACIDAD (WS-IDX-AULA) TO LAC-CAPACIDAD
           WRITE LINEA-ASIENTO FROM LINEA-ASI-CABECERA
               AFTER ADVANCING PAGE
           MOVE WS-IDX-AULA TO WS-AULA-IMPRESA
           .
      ******************************************************************
       3900-DIA-Y-FRANJA.
      *    FRANJA CORRELATIVA -> DIA DE SYSIN Y FRANJA DENTRO DEL DIA
           COMPUTE WS-DIA =
               (WS-IDX-FRANJA - 1) / WS-FRANJAS-DIA + 1
           COMPUTE WS-FRANJA-DEL-DIA =
               WS-IDX-FRANJA - (WS-DIA - 1) * WS-FRANJAS-DIA
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'RECUPERACIONES LEIDAS:  ' C-CONVOCATORIAS
           DISPLAY 'PENDIENTES VIVAS:       ' C-PENDIENTES
           DISPLAY 'ALUMNOS CONVOCADOS:     ' C-ALUMNOS
           DISPLAY 'SESIONES DE EXAMEN:     ' C-SESIONES
           DISPLAY 'FRANJAS DISPONIBLES:    ' C-FRANJAS
           DISPLAY 'ASIENTOS ASIGNADOS:     ' C-ASIENTOS
           DISPLAY 'CHOQUES DE HORARIO:     ' C-CHOQUES
           DISPLAY 'SIN PUESTO EN AULA:     ' C-SIN-AULA
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CLOSE F-CALENDARIO F-ASIENTOS F-CHOQUES
           MOVE C-ASIENTOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9S' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
