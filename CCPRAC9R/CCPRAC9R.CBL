       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9R.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: GENERACION DEL HORARIO SEMANAL DE CADA         *
      *                 COLEGIO+GRUPO, QUE HASTA AHORA CADA COLEGIO    *
      *                 MONTABA A MANO EN UNA HOJA DE CALCULO. CRUZA   *
      *                 LOS GRUPOS DE RGRUPOS (CCPRAC44), LAS          *
      *                 ASIGNACIONES DE LA TABLA PROFESORES (CCPRAC42) *
      *                 Y LAS HORAS DEL TRIMESTRE DE RHORASLE (VIA     *
      *                 MODHORAS), CONVERTIDAS A SESIONES SEMANALES    *
      *                 CON LAS SEMANAS LECTIVAS DE SYSIN. SI EN LA    *
      *                 FECHA DE REFERENCIA HAY UN SUSTITUTO VIGENTE   *
      *                 EN RSUSTITU PARA EL COLEGIO+ASIGNATURA, ES EL  *
      *                 QUIEN OCUPA LAS SESIONES. CADA SESION SE       *
      *                 COLOCA EN EL PRIMER HUECO DE LA SEMANA LIBRE   *
      *                 PARA EL GRUPO Y PARA EL PROFESOR: UN HUECO EN  *
      *                 EL QUE EL PROFESOR (TITULAR O SUSTITUTO) YA    *
      *                 ESTA EN OTRO GRUPO, DE ESTE O DE OTRO COLEGIO, *
      *                 SE RECHAZA. LAS SESIONES QUE NO CABEN SE       *
      *                 LISTAN EN F-EXCEPCIONES CON SU MOTIVO. SALEN   *
      *                 UN HORARIO IMPRESO POR GRUPO, OTRO POR         *
      *                 PROFESOR Y EL FICHERO RHORARIO CON UNA LINEA   *
      *                 POR SESION COLOCADA.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GRUPOS ASSIGN GRUPOS
               FILE STATUS IS FS-GRUPOS.

           SELECT F-SUSTITUCIONES ASSIGN SUSTITU
               FILE STATUS IS FS-SUSTITUCIONES.

           SELECT F-HORARIO ASSIGN HORARIO
               FILE STATUS IS FS-HORARIO.

           SELECT F-HOR-GRUPOS ASSIGN HORGRUPO
               FILE STATUS IS FS-HOR-GRUPOS.

           SELECT F-HOR-PROFESORES ASSIGN HORPROFE
               FILE STATUS IS FS-HOR-PROFESORES.

           SELECT F-EXCEPCIONES ASSIGN EXCEPCIO
               FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD F-GRUPOS
           RECORDING MODE IS F.
           COPY RGRUPOS.

       FD F-SUSTITUCIONES
           RECORDING MODE IS F.
           COPY RSUSTITU.

       FD F-HORARIO
           RECORDING MODE IS F.
           COPY RHORARIO.

       FD F-HOR-GRUPOS
           RECORDING MODE IS F
           DATA RECORD LINEA-HOR-GRUPO.
       01 LINEA-HOR-GRUPO          PIC X(132).

       FD F-HOR-PROFESORES
           RECORDING MODE IS F
           DATA RECORD LINEA-HOR-PROFESOR.
       01 LINEA-HOR-PROFESOR       PIC X(132).

       FD F-EXCEPCIONES
           RECORDING MODE IS F
           DATA RECORD LINEA-EXCEPCION.
       01 LINEA-EXCEPCION          PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-GRUPOS PIC XX.
               88 FS-GRUPOS-OK      VALUE '00'.
           05 FS-SUSTITUCIONES PIC XX.
               88 FS-SUSTITUCIONES-OK VALUE '00'.
           05 FS-HORARIO PIC XX.
               88 FS-HORARIO-OK     VALUE '00'.
           05 FS-HOR-GRUPOS PIC XX.
               88 FS-HOR-GRUPOS-OK  VALUE '00'.
           05 FS-HOR-PROFESORES PIC XX.
               88 FS-HOR-PROFESORES-OK VALUE '00'.
           05 FS-EXCEPCIONES PIC XX.
               88 FS-EXCEPCIONES-OK VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 WS-FECHA-REFERENCIA  PIC X(8).
           05 WS-SESIONES-DIA      PIC 9.
           05 WS-SEMANAS-TRIMESTRE PIC 99.
           05 FILLER               PIC X(64).

       01 C-CONTADORES.
           05 C-GRUPOS-LEIDOS     PIC 9(4) VALUE 0.
           05 C-ASIGNACIONES      PIC 9(5) VALUE 0.
           05 C-SUSTITUTOS        PIC 9(4) VALUE 0.
           05 C-SESIONES-PEDIDAS  PIC 9(6) VALUE 0.
           05 C-SESIONES-COLOCADAS PIC 9(6) VALUE 0.
           05 C-SESIONES-SIN-HUECO PIC 9(6) VALUE 0.
           05 C-HUECOS-RECHAZADOS PIC 9(6) VALUE 0.
           05 C-EXCEPCIONES       PIC 9(5) VALUE 0.

       01 W-HORAS-LOOKUP.
           05 W-HOR-ASIG        PIC 9.
           05 W-HOR-TRIM        PIC 9.
           05 W-HOR-HORAS       PIC 9(4).
           05 W-HOR-ENCONTRADO  PIC X.
               88 W-HOR-HAY-HORAS     VALUE 'S'.

      *    SESIONES SEMANALES DE CADA ASIGNATURA EN EL TRIMESTRE
       01 T-SESIONES-SEMANA.
           05 T-SS-SESIONES OCCURS 6 PIC 99.

      *    ASIGNACIONES COLEGIO+ASIGNATURA DE LA TABLA PROFESORES.
      *    T-AS-USOS REPARTE LOS GRUPOS ENTRE LOS PROFESORES DE UNA
      *    MISMA PAREJA (SE ELIGE EL QUE MENOS GRUPOS LLEVA)
       01 T-ASIGNACIONES.
           05 C-ASIG-TABLA      PIC 9(4) VALUE 0.
           05 T-AS-ENTRADA OCCURS 2000.
               10 T-AS-COLEGIO  PIC 99.
               10 T-AS-ASIG     PIC 9.
               10 T-AS-COD      PIC 9(4).
               10 T-AS-NOMBRE   PIC X(15).
               10 T-AS-USOS     PIC 999.

      *    SUSTITUCIONES VIGENTES EN LA FECHA DE REFERENCIA
       01 T-SUSTITUTOS.
           05 C-SUST-TABLA      PIC 999 VALUE 0.
           05 T-SU-ENTRADA OCCURS 200.
               10 T-SU-COLEGIO  PIC 99.
               10 T-SU-ASIG     PIC 9.
               10 T-SU-COD      PIC 9(4).
               10 T-SU-NOMBRE   PIC X(15).

      *    REJILLA SEMANAL DE CADA GRUPO: CELDA = (DIA-1)*8+SESION
       01 T-GRUPOS.
           05 C-GRUPOS          PIC 999 VALUE 0.
           05 T-GR-ENTRADA OCCURS 500.
               10 T-GR-COLEGIO  PIC 99.
               10 T-GR-GRUPO    PIC XX.
               10 T-GR-DESCRIPCION PIC X(20).
               10 T-GR-TUTOR    PIC X(15).
               10 T-GR-CELDA OCCURS 40.
                   15 T-GR-ASIG PIC 9.
                   15 T-GR-PROF PIC 9(4).

      *    OCUPACION SEMANAL DE CADA PROFESOR, SEA DEL COLEGIO QUE SEA
       01 T-PROFESORES.
           05 C-PROFESORES      PIC 9(4) VALUE 0.
           05 T-PR-ENTRADA OCCURS 1000.
               10 T-PR-COD      PIC 9(4).
               10 T-PR-NOMBRE   PIC X(15).
               10 T-PR-TIPO     PIC X.
               10 T-PR-SESIONES PIC 99.
               10 T-PR-CELDA OCCURS 40.
                   15 T-PR-COLEGIO PIC 99.
                   15 T-PR-GRUPO   PIC XX.
                   15 T-PR-ASIG    PIC 9.

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-GRUPO         PIC 999.
       01 WS-IDX-ASIG          PIC 9.
       01 WS-IDX-PROF          PIC 9(4).
       01 WS-IDX-DIA           PIC 9.
       01 WS-IDX-SESION        PIC 9.
       01 WS-CELDA             PIC 99.
       01 WS-VUELTA            PIC 99.
       01 WS-PENDIENTES        PIC 99.
       01 WS-DIA-INICIO        PIC 9.
       01 WS-DIA-PRUEBA        PIC 9.
       01 WS-MIN-USOS          PIC 999.
       01 WS-SESIONES-CALC     PIC 99.

       01 WS-PROFESOR-ELEGIDO.
           05 WS-PE-COD            PIC 9(4).
           05 WS-PE-NOMBRE         PIC X(15).
           05 WS-PE-TIPO           PIC X.
               88 PE-SUSTITUTO          VALUE 'S'.
           05 WS-PE-IDX-ASIG       PIC 9(4).

       01 WS-COLOCADA-FLAG     PIC X.
           88 SESION-COLOCADA       VALUE 'S'.
       01 WS-CHOQUE-FLAG       PIC X.
           88 HUBO-CHOQUE           VALUE 'S'.
       01 WS-MISMO-DIA-FLAG    PIC X.
           88 ASIG-YA-EN-EL-DIA     VALUE 'S'.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 T-NOMBRES-DIA.
           05 FILLER PIC X(9) VALUE 'LUNES    '.
           05 FILLER PIC X(9) VALUE 'MARTES   '.
           05 FILLER PIC X(9) VALUE 'MIERCOLES'.
           05 FILLER PIC X(9) VALUE 'JUEVES   '.
           05 FILLER PIC X(9) VALUE 'VIERNES  '.
       01 T-DIAS REDEFINES T-NOMBRES-DIA.
           05 T-NOMBRE-DIA OCCURS 5 PIC X(9).

       01 LINEA-HG-CABECERA.
           05 FILLER  PIC X(30) VALUE
               'HORARIO SEMANAL - COLEGIO:    '.
           05 LHG-COLEGIO PIC Z9.
           05 FILLER  PIC X(9)  VALUE '  GRUPO: '.
           05 LHG-GRUPO PIC XX.
           05 FILLER  PIC X     VALUE SPACE.
           05 LHG-DESCRIPCION PIC X(20).
           05 FILLER  PIC X(9)  VALUE '  TUTOR: '.
           05 LHG-TUTOR PIC X(15).
           05 FILLER  PIC X(7)  VALUE '  ANO: '.
           05 LHG-ANO PIC 9(4).
           05 FILLER  PIC X(13) VALUE '  TRIMESTRE: '.
           05 LHG-TRIMESTRE PIC 9.
           05 FILLER  PIC X(19) VALUE SPACES.

       01 LINEA-HP-CABECERA.
           05 FILLER  PIC X(31) VALUE
               'HORARIO SEMANAL - PROFESOR:    '.
           05 LHP-PROFESOR PIC 9(4).
           05 FILLER  PIC X     VALUE SPACE.
           05 LHP-NOMBRE PIC X(15).
           05 FILLER  PIC X     VALUE SPACE.
           05 LHP-TIPO PIC X(10).
           05 FILLER  PIC X(11) VALUE '  SESIONES:'.
           05 LHP-SESIONES PIC Z9.
           05 FILLER  PIC X(7)  VALUE '  ANO: '.
           05 LHP-ANO PIC 9(4).
           05 FILLER  PIC X(13) VALUE '  TRIMESTRE: '.
           05 LHP-TRIMESTRE PIC 9.
           05 FILLER  PIC X(32) VALUE SPACES.

       01 LINEA-DIAS.
           05 FILLER  PIC X(8)  VALUE 'SESION  '.
           05 LD-DIA OCCURS 5.
               10 LD-NOMBRE PIC X(9).
               10 FILLER    PIC X(15) VALUE SPACES.
           05 FILLER  PIC X(4)  VALUE SPACES.

       01 LINEA-SESION.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LS-SESION PIC 9.
           05 FILLER  PIC X(5)  VALUE SPACES.
           05 LS-CELDA OCCURS 5 PIC X(24).
           05 FILLER  PIC X(4)  VALUE SPACES.

       01 WS-CELDA-GRUPO.
           05 FILLER  PIC X(5)  VALUE 'ASIG '.
           05 WCG-ASIG PIC 9.
           05 FILLER  PIC X(6)  VALUE ' PROF '.
           05 WCG-PROF PIC 9(4).
           05 FILLER  PIC X(8)  VALUE SPACES.

       01 WS-CELDA-PROFESOR.
           05 FILLER  PIC X(4)  VALUE 'COL '.
           05 WCP-COLEGIO PIC 99.
           05 FILLER  PIC X(5)  VALUE ' GRP '.
           05 WCP-GRUPO PIC XX.
           05 FILLER  PIC X(6)  VALUE ' ASIG '.
           05 WCP-ASIG PIC 9.
           05 FILLER  PIC X(4)  VALUE SPACES.

       01 LINEA-EXC-DETALLE.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LEX-COLEGIO PIC Z9.
           05 FILLER  PIC X(8)  VALUE ' GRUPO: '.
           05 LEX-GRUPO PIC XX.
           05 FILLER  PIC X(7)  VALUE ' ASIG: '.
           05 LEX-ASIG PIC 9.
           05 FILLER  PIC X(7)  VALUE ' PROF: '.
           05 LEX-PROF PIC 9(4).
           05 FILLER  PIC X(6)  VALUE ' SES: '.
           05 LEX-SESIONES PIC Z9.
           05 FILLER  PIC X     VALUE SPACE.
           05 LEX-MOTIVO PIC X(31).

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
           PERFORM 2000-CARGAR-ASIGNACIONES
           PERFORM 2100-CARGAR-SUSTITUTOS
           PERFORM 2200-CARGAR-GRUPOS
           PERFORM 3000-COLOCAR-GRUPO
               VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > C-GRUPOS
           PERFORM 3500-IMPRIMIR-HORARIOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
             DISPLAY '*CCPRAC9R*TRIMESTRE*INVALIDO* ' WS-TRIMESTRE
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-FECHA-REFERENCIA = SPACES THEN
             MOVE WS-FA-AAAAMMDD TO WS-FECHA-REFERENCIA
           END-IF
           IF WS-SESIONES-DIA NOT NUMERIC OR WS-SESIONES-DIA = 0
               OR WS-SESIONES-DIA > 8 THEN
             MOVE 6 TO WS-SESIONES-DIA
             DISPLAY '*CCPRAC9R*SYSIN*SIN*SESIONES* SE ASUMEN 6 '
                 'SESIONES POR DIA'
           END-IF
           IF WS-SEMANAS-TRIMESTRE NOT NUMERIC
               OR WS-SEMANAS-TRIMESTRE = 0 THEN
             MOVE 12 TO WS-SEMANAS-TRIMESTRE
             DISPLAY '*CCPRAC9R*SYSIN*SIN*SEMANAS* SE ASUMEN 12 '
                 'SEMANAS LECTIVAS'
           END-IF
           MOVE WS-ANO-ACADEMICO TO LHG-ANO LHP-ANO
           MOVE WS-TRIMESTRE     TO LHG-TRIMESTRE LHP-TRIMESTRE
           INITIALIZE T-ASIGNACIONES T-SUSTITUTOS T-GRUPOS
               T-PROFESORES
           PERFORM 1100-CALCULAR-SESIONES
           PERFORM 1200-ABRIR-FICHEROS
           .
      ******************************************************************
       1100-CALCULAR-SESIONES.
           CALL "MODHORAS" USING 'O' W-HOR-ASIG W-HOR-TRIM
                                  W-HOR-HORAS W-HOR-ENCONTRADO
           END-CALL
           MOVE WS-TRIMESTRE TO W-HOR-TRIM
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 6
             MOVE WS-IDX-ASIG TO W-HOR-ASIG
             CALL "MODHORAS" USING 'L' W-HOR-ASIG W-HOR-TRIM
                                    W-HOR-HORAS W-HOR-ENCONTRADO
             END-CALL
             IF W-HOR-HAY-HORAS THEN
               COMPUTE WS-SESIONES-CALC ROUNDED =
                   W-HOR-HORAS / WS-SEMANAS-TRIMESTRE
               IF WS-SESIONES-CALC = 0 THEN
                 MOVE 1 TO WS-SESIONES-CALC
               END-IF
               MOVE WS-SESIONES-CALC TO T-SS-SESIONES (WS-IDX-ASIG)
             ELSE
               MOVE 0 TO T-SS-SESIONES (WS-IDX-ASIG)
               DISPLAY '*CCPRAC9R*SIN*HORAS*LECTIVAS* ASIGNATURA '
                   WS-IDX-ASIG ' TRIMESTRE ' WS-TRIMESTRE
             END-IF
           END-PERFORM
           CALL "MODHORAS" USING 'C' W-HOR-ASIG W-HOR-TRIM
                                  W-HOR-HORAS W-HOR-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN OUTPUT F-HORARIO
           IF NOT FS-HORARIO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO HORARIO'
               DISPLAY FS-HORARIO
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-HOR-GRUPOS
           IF NOT FS-HOR-GRUPOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO HORGRUPO'
               DISPLAY FS-HOR-GRUPOS
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-HOR-PROFESORES
           IF NOT FS-HOR-PROFESORES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO HORPROFE'
               DISPLAY FS-HOR-PROFESORES
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-EXCEPCIONES
           IF NOT FS-EXCEPCIONES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO EXCEPCIONES'
               DISPLAY FS-EXCEPCIONES
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ASIGNACIONES.
           EXEC SQL
             OPEN C-PROFESORES
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRAC9R*ERROR*OPEN*CURSOR* '
                   WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2010-FETCH-PROFESOR
           PERFORM UNTIL NOT SQL-OK
             ADD 1 TO C-ASIGNACIONES
             IF C-ASIG-TABLA >= 2000 THEN
               DISPLAY '*CCPRAC9R*TABLA*ASIGNACIONES*LLENA* '
                   'MAXIMO 2000'
             ELSE
               ADD 1 TO C-ASIG-TABLA
               MOVE COD-COLEGIO OF DCLPROFESORES
                 TO T-AS-COLEGIO (C-ASIG-TABLA)
               MOVE ASIGNATURA OF DCLPROFESORES
                 TO T-AS-ASIG (C-ASIG-TABLA)
               MOVE COD-PROFESOR OF DCLPROFESORES
                 TO T-AS-COD (C-ASIG-TABLA)
               MOVE NOMBRE OF DCLPROFESORES
                 TO T-AS-NOMBRE (C-ASIG-TABLA)
               MOVE 0 TO T-AS-USOS (C-ASIG-TABLA)
             END-IF
             PERFORM 2010-FETCH-PROFESOR
           END-PERFORM
           EXEC SQL
             CLOSE C-PROFESORES
           END-EXEC
           .
      ******************************************************************
       2010-FETCH-PROFESOR.
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
       2100-CARGAR-SUSTITUTOS.
           OPEN INPUT F-SUSTITUCIONES
           IF NOT FS-SUSTITUCIONES-OK THEN
             DISPLAY '*CCPRAC9R*SIN*FICHERO*SUSTITUCIONES* EL '
                 'HORARIO SALE SOLO CON TITULARES'
           ELSE
             READ F-SUSTITUCIONES
             PERFORM UNTIL NOT FS-SUSTITUCIONES-OK
               IF FECHA-DESDE <= WS-FECHA-REFERENCIA
                   AND FECHA-HASTA >= WS-FECHA-REFERENCIA THEN
                 IF C-SUST-TABLA >= 200 THEN
                   DISPLAY '*CCPRAC9R*TABLA*SUSTITUTOS*LLENA* '
                       'MAXIMO 200'
                 ELSE
                   ADD 1 TO C-SUST-TABLA C-SUSTITUTOS
                   MOVE COD-COLEGIO OF REG-SUSTITUCION
                     TO T-SU-COLEGIO (C-SUST-TABLA)
                   MOVE ASIGNATURA OF REG-SUSTITUCION
                     TO T-SU-ASIG (C-SUST-TABLA)
                   MOVE COD-SUSTITUTO    TO T-SU-COD (C-SUST-TABLA)
                   MOVE NOMBRE-SUSTITUTO
                     TO T-SU-NOMBRE (C-SUST-TABLA)
                 END-IF
               END-IF
               READ F-SUSTITUCIONES
             END-PERFORM
             CLOSE F-SUSTITUCIONES
           END-IF
           .
      ******************************************************************
       2200-CARGAR-GRUPOS.
           OPEN INPUT F-GRUPOS
           IF NOT FS-GRUPOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO GRUPOS'
               DISPLAY FS-GRUPOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-GRUPOS
           PERFORM UNTIL NOT FS-GRUPOS-OK
             ADD 1 TO C-GRUPOS-LEIDOS
             IF C-GRUPOS >= 500 THEN
               DISPLAY '*CCPRAC9R*TABLA*GRUPOS*LLENA* MAXIMO 500'
             ELSE
               ADD 1 TO C-GRUPOS
               MOVE COD-COLEGIO OF REG-GRUPO
                 TO T-GR-COLEGIO (C-GRUPOS)
               MOVE COD-GRUPO OF REG-GRUPO
                 TO T-GR-GRUPO (C-GRUPOS)
               MOVE DESCRIPCION OF REG-GRUPO
                 TO T-GR-DESCRIPCION (C-GRUPOS)
               MOVE TUTOR-NOMBRE TO T-GR-TUTOR (C-GRUPOS)
             END-IF
             READ F-GRUPOS
           END-PERFORM
           CLOSE F-GRUPOS
           .
      ******************************************************************
       3000-COLOCAR-GRUPO.
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 6
             IF T-SS-SESIONES (WS-IDX-ASIG) > 0 THEN
               ADD T-SS-SESIONES (WS-IDX-ASIG) TO C-SESIONES-PEDIDAS
               PERFORM 3100-ELEGIR-PROFESOR
               IF WS-PE-COD = 0 THEN
                 MOVE T-SS-SESIONES (WS-IDX-ASIG) TO LEX-SESIONES
                 ADD T-SS-SESIONES (WS-IDX-ASIG)
                   TO C-SESIONES-SIN-HUECO
                 MOVE 'SIN PROFESOR ASIGNADO' TO LEX-MOTIVO
                 PERFORM 3900-ESCRIBIR-EXCEPCION
               ELSE
                 PERFORM 3200-LOCALIZAR-PROFESOR
                 PERFORM 3300-COLOCAR-SESIONES
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3100-ELEGIR-PROFESOR.
      *    UN SUSTITUTO VIGENTE MANDA SOBRE LOS TITULARES. ENTRE VARIOS
      *    TITULARES DE LA PAREJA SE ELIGE EL QUE MENOS GRUPOS LLEVA
           INITIALIZE WS-PROFESOR-ELEGIDO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-SUST-TABLA
             IF T-SU-COLEGIO (WS-IDX) = T-GR-COLEGIO (WS-IDX-GRUPO)
                 AND T-SU-ASIG (WS-IDX) = WS-IDX-ASIG THEN
               MOVE T-SU-COD (WS-IDX)    TO WS-PE-COD
               MOVE T-SU-NOMBRE (WS-IDX) TO WS-PE-NOMBRE
               MOVE 'S'                  TO WS-PE-TIPO
             END-IF
           END-PERFORM
           IF WS-PE-COD = 0 THEN
             MOVE 999 TO WS-MIN-USOS
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-ASIG-TABLA
               IF T-AS-COLEGIO (WS-IDX) = T-GR-COLEGIO (WS-IDX-GRUPO)
                   AND T-AS-ASIG (WS-IDX) = WS-IDX-ASIG
                   AND T-AS-USOS (WS-IDX) < WS-MIN-USOS THEN
                 MOVE T-AS-USOS (WS-IDX)   TO WS-MIN-USOS
                 MOVE T-AS-COD (WS-IDX)    TO WS-PE-COD
                 MOVE T-AS-NOMBRE (WS-IDX) TO WS-PE-NOMBRE
                 MOVE 'T'                  TO WS-PE-TIPO
                 MOVE WS-IDX               TO WS-PE-IDX-ASIG
               END-IF
             END-PERFORM
             IF WS-PE-IDX-ASIG > 0 THEN
               ADD 1 TO T-AS-USOS (WS-PE-IDX-ASIG)
             END-IF
           END-IF
           .
      ******************************************************************
       3200-LOCALIZAR-PROFESOR.
           MOVE 0 TO WS-IDX-PROF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-PROFESORES OR WS-IDX-PROF > 0
             IF T-PR-COD (WS-IDX) = WS-PE-COD THEN
               MOVE WS-IDX TO WS-IDX-PROF
             END-IF
           END-PERFORM
           IF WS-IDX-PROF = 0 THEN
             IF C-PROFESORES >= 1000 THEN
               DISPLAY '*CCPRAC9R*TABLA*PROFESORES*LLENA* '
                   'MAXIMO 1000'
               PERFORM 5000-END-PROGRAM
             END-IF
             ADD 1 TO C-PROFESORES
             MOVE C-PROFESORES TO WS-IDX-PROF
             MOVE WS-PE-COD    TO T-PR-COD (WS-IDX-PROF)
             MOVE WS-PE-NOMBRE TO T-PR-NOMBRE (WS-IDX-PROF)
             MOVE WS-PE-TIPO   TO T-PR-TIPO (WS-IDX-PROF)
           END-IF
           .
      ******************************************************************
       3300-COLOCAR-SESIONES.
      *    PRIMERA VUELTA: COMO MUCHO UNA SESION DE LA ASIGNATURA POR
      *    DIA, EMPEZANDO CADA ASIGNATURA EN UN DIA DISTINTO PARA
      *    REPARTIR LA SEMANA. SEGUNDA VUELTA: LO QUE QUEDE, DONDE
      *    QUEPA
           MOVE T-SS-SESIONES (WS-IDX-ASIG) TO WS-PENDIENTES
           MOVE 'N' TO WS-CHOQUE-FLAG
           COMPUTE WS-DIA-INICIO =
               FUNCTION MOD (WS-IDX-ASIG + WS-IDX-GRUPO, 5) + 1
           PERFORM VARYING WS-VUELTA FROM 1 BY 1
                   UNTIL WS-VUELTA > 2 OR WS-PENDIENTES = 0
             PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                     UNTIL WS-IDX-DIA > 5 OR WS-PENDIENTES = 0
               COMPUTE WS-DIA-PRUEBA =
                   FUNCTION MOD (WS-DIA-INICIO + WS-IDX-DIA - 2, 5)
                   + 1
               PERFORM 3310-COLOCAR-EN-DIA
             END-PERFORM
           END-PERFORM
           IF WS-PENDIENTES > 0 THEN
             ADD WS-PENDIENTES TO C-SESIONES-SIN-HUECO
             MOVE WS-PENDIENTES TO LEX-SESIONES
             IF HUBO-CHOQUE THEN
               MOVE 'PROFESOR OCUPADO EN OTRO GRUPO' TO LEX-MOTIVO
             ELSE
               MOVE 'GRUPO SIN HUECOS LIBRES' TO LEX-MOTIVO
             END-IF
             PERFORM 3900-ESCRIBIR-EXCEPCION
           END-IF
           .
      ******************************************************************
       3310-COLOCAR-EN-DIA.
           MOVE 'N' TO WS-MISMO-DIA-FLAG
           IF WS-VUELTA = 1 THEN
             PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                     UNTIL WS-IDX-SESION > WS-SESIONES-DIA
               COMPUTE WS-CELDA = (WS-DIA-PRUEBA - 1) * 8
                   + WS-IDX-SESION
               IF T-GR-ASIG (WS-IDX-GRUPO, WS-CELDA) = WS-IDX-ASIG
                 SET ASIG-YA-EN-EL-DIA TO TRUE
               END-IF
             END-PERFORM
           END-IF
           MOVE 'N' TO WS-COLOCADA-FLAG
           IF NOT ASIG-YA-EN-EL-DIA THEN
             PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                     UNTIL WS-IDX-SESION > WS-SESIONES-DIA
                        OR WS-PENDIENTES = 0
                        OR (WS-VUELTA = 1 AND SESION-COLOCADA)
               COMPUTE WS-CELDA = (WS-DIA-PRUEBA - 1) * 8
                   + WS-IDX-SESION
               IF T-GR-ASIG (WS-IDX-GRUPO, WS-CELDA) = 0 THEN
                 IF T-PR-ASIG (WS-IDX-PROF, WS-CELDA) NOT = 0 THEN
      *            EL PROFESOR YA ESTA EN OTRO GRUPO A ESA HORA
                   SET HUBO-CHOQUE TO TRUE
                   ADD 1 TO C-HUECOS-RECHAZADOS
                 ELSE
                   PERFORM 3320-OCUPAR-CELDA
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3320-OCUPAR-CELDA.
           MOVE WS-IDX-ASIG TO T-GR-ASIG (WS-IDX-GRUPO, WS-CELDA)
           MOVE WS-PE-COD   TO T-GR-PROF (WS-IDX-GRUPO, WS-CELDA)
           MOVE T-GR-COLEGIO (WS-IDX-GRUPO)
             TO T-PR-COLEGIO (WS-IDX-PROF, WS-CELDA)
           MOVE T-GR-GRUPO (WS-IDX-GRUPO)
             TO T-PR-GRUPO (WS-IDX-PROF, WS-CELDA)
           MOVE WS-IDX-ASIG TO T-PR-ASIG (WS-IDX-PROF, WS-CELDA)
           ADD 1 TO T-PR-SESIONES (WS-IDX-PROF)
           SUBTRACT 1 FROM WS-PENDIENTES
           SET SESION-COLOCADA TO TRUE
           ADD 1 TO C-SESIONES-COLOCADAS

           INITIALIZE REG-HORARIO
           MOVE T-GR-COLEGIO (WS-IDX-GRUPO) TO HO-COLEGIO
           MOVE T-GR-GRUPO (WS-IDX-GRUPO)   TO HO-GRUPO
           MOVE WS-DIA-PRUEBA   TO HO-DIA
           MOVE WS-IDX-SESION   TO HO-SESION
           MOVE WS-IDX-ASIG     TO HO-ASIGNATURA
           MOVE WS-PE-COD       TO HO-PROFESOR
           MOVE WS-PE-TIPO      TO HO-TIPO-PROFESOR
           MOVE WS-PE-NOMBRE    TO HO-NOMBRE-PROFESOR
           MOVE WS-ANO-ACADEMICO TO HO-ANO-ACADEMICO
           MOVE WS-TRIMESTRE    TO HO-TRIMESTRE
           WRITE REG-HORARIO
           .
      ******************************************************************
       3500-IMPRIMIR-HORARIOS.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1 UNTIL WS-IDX-DIA > 5
             MOVE T-NOMBRE-DIA (WS-IDX-DIA) TO LD-NOMBRE (WS-IDX-DIA)
           END-PERFORM
           PERFORM 3600-IMPRIMIR-GRUPO
               VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > C-GRUPOS
           PERFORM 3700-IMPRIMIR-PROFESOR
               VARYING WS-IDX-PROF FROM 1 BY 1
               UNTIL WS-IDX-PROF > C-PROFESORES
           .
      ******************************************************************
       3600-IMPRIMIR-GRUPO.
           MOVE T-GR-COLEGIO (WS-IDX-GRUPO)     TO LHG-COLEGIO
           MOVE T-GR-GRUPO (WS-IDX-GRUPO)       TO LHG-GRUPO
           MOVE T-GR-DESCRIPCION (WS-IDX-GRUPO) TO LHG-DESCRIPCION
           MOVE T-GR-TUTOR (WS-IDX-GRUPO)       TO LHG-TUTOR
           WRITE LINEA-HOR-GRUPO FROM LINEA-HG-CABECERA
               AFTER ADVANCING PAGE
           WRITE LINEA-HOR-GRUPO FROM LINEA-DIAS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                   UNTIL WS-IDX-SESION > WS-SESIONES-DIA
             MOVE WS-IDX-SESION TO LS-SESION
             PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                     UNTIL WS-IDX-DIA > 5
               COMPUTE WS-CELDA = (WS-IDX-DIA - 1) * 8
                   + WS-IDX-SESION
               IF T-GR-ASIG (WS-IDX-GRUPO, WS-CELDA) = 0 THEN
                 MOVE '-' TO LS-CELDA (WS-IDX-DIA)
               ELSE
                 MOVE T-GR-ASIG (WS-IDX-GRUPO, WS-CELDA) TO WCG-ASIG
                 MOVE T-GR-PROF (WS-IDX-GRUPO, WS-CELDA) TO WCG-PROF
                 MOVE WS-CELDA-GRUPO TO LS-CELDA (WS-IDX-DIA)
               END-IF
             END-PERFORM
             WRITE LINEA-HOR-GRUPO FROM LINEA-SESION
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           .
      ******************************************************************
       3700-IMPRIMIR-PROFESOR.
           MOVE T-PR-COD (WS-IDX-PROF)      TO LHP-PROFESOR
           MOVE T-PR-NOMBRE (WS-IDX-PROF)   TO LHP-NOMBRE
           MOVE T-PR-SESIONES (WS-IDX-PROF) TO LHP-SESIONES
           IF T-PR-TIPO (WS-IDX-PROF) = 'S' THEN
             MOVE '(SUSTITUTO)' TO LHP-TIPO
           ELSE
             MOVE SPACES TO LHP-TIPO
           END-IF
           WRITE LINEA-HOR-PROFESOR FROM LINEA-HP-CABECERA
               AFTER ADVANCING PAGE
           WRITE LINEA-HOR-PROFESOR FROM LINEA-DIAS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-IDX-SESION FROM 1 BY 1
                   UNTIL WS-IDX-SESION > WS-SESIONES-DIA
             MOVE WS-IDX-SESION TO LS-SESION
             PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                     UNTIL WS-IDX-DIA > 5
               COMPUTE WS-CELDA = (WS-IDX-DIA - 1) * 8
                   + WS-IDX-SESION
               IF T-PR-ASIG (WS-IDX-PROF, WS-CELDA) = 0 THEN
                 MOVE '-' TO LS-CELDA (WS-IDX-DIA)
               ELSE
                 MOVE T-PR-COLEGIO (WS-IDX-PROF, WS-CELDA)
                   TO WCP-COLEGIO
                 MOVE T-PR-GRUPO (WS-IDX-PROF, WS-CELDA)
                   TO WCP-GRUPO
                 MOVE T-PR-ASIG (WS-IDX-PROF, WS-CELDA) TO WCP-ASIG
                 MOVE WS-CELDA-PROFESOR TO LS-CELDA (WS-IDX-DIA)
               END-IF
             END-PERFORM
             WRITE LINEA-HOR-PROFESOR FROM LINEA-SESION
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           .
      ******************************************************************
       3900-ESCRIBIR-EXCEPCION.
           MOVE T-GR-COLEGIO (WS-IDX-GRUPO) TO LEX-COLEGIO
           MOVE T-GR-GRUPO (WS-IDX-GRUPO)   TO LEX-GRUPO
           MOVE WS-IDX-ASIG                 TO LEX-ASIG
           MOVE WS-PE-COD                   TO LEX-PROF
           WRITE LINEA-EXCEPCION FROM LINEA-EXC-DETALLE
           ADD 1 TO C-EXCEPCIONES
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'GRUPOS LEIDOS:          ' C-GRUPOS-LEIDOS
           DISPLAY 'ASIGNACIONES PROFESOR:  ' C-ASIGNACIONES
           DISPLAY 'SUSTITUTOS VIGENTES:    ' C-SUSTITUTOS
           DISPLAY 'PROFESORES CON HORARIO: ' C-PROFESORES
           DISPLAY 'SESIONES PEDIDAS:       ' C-SESIONES-PEDIDAS
           DISPLAY 'SESIONES COLOCADAS:     ' C-SESIONES-COLOCADAS
           DISPLAY 'SESIONES SIN COLOCAR:   ' C-SESIONES-SIN-HUECO
           DISPLAY 'HUECOS RECHAZADOS POR CHOQUE DE PROFESOR: '
               C-HUECOS-RECHAZADOS
           DISPLAY 'LINEAS DE EXCEPCION:    ' C-EXCEPCIONES
           CLOSE F-HORARIO F-HOR-GRUPOS F-HOR-PROFESORES
               F-EXCEPCIONES
           MOVE C-SESIONES-COLOCADAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9R' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
