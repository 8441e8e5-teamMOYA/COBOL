       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB0.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MENORES SIN ESCOLARIZAR SEGUN EL PADRON.       *
      *                 CCPRAC9O SOLO VE A QUIEN YA ESTUVO             *
      *                 MATRICULADO; ESTE PROCESO CRUZA EL EXTRACTO    *
      *                 DEL PADRON MUNICIPAL                           *
      *                 (RPADRON) CON EL MAESTRO DE ALUMNOS (RALUMN02) *
      *                 Y CON LOS TRASLADOS ENTRANTES AUN POR DAR DE   *
      *                 ALTA (ALTASMAE DE CCPRAC9N, OPCIONAL). SOLO    *
      *                 CUENTAN LOS MENORES CON EDAD EN EL ANO DE      *
      *                 SYSIN (ANO MENOS ANO DE NACIMIENTO) ENTRE LA   *
      *                 MINIMA Y LA MAXIMA DE SYSIN (6 Y 16 SI         *
      *                 FALTAN). TRES SORT INTERNOS (COMO CCPRAC65):   *
      *                 1) POR NIF: EL MENOR CON NIF QUE ESTA EN EL    *
      *                    MAESTRO O ENTRE LOS ENTRANTES ESTA          *
      *                    ESCOLARIZADO; LOS DEMAS Y LOS QUE NO TRAEN  *
      *                    NIF PASAN AL CRUCE POR NOMBRE, JUNTO A LOS  *
      *                    ALUMNOS DEL MAESTRO CON EL CODIGO POSTAL DE *
      *                    SU DOMICILIO (RCONTACT, OPCIONAL).          *
      *                 2) POR FECHA DE NACIMIENTO: DENTRO DE CADA     *
      *                    FECHA, NOMBRE+APELLIDOS+CP IGUALES CASAN;   *
      *                    NOMBRE Y APELLIDOS IGUALES CON OTRO CP O    *
      *                    SIN DOMICILIO, APELLIDOS+CP O NOMBRE+CP     *
      *                    IGUALES, O CASE COMPLETO CON OTRO NIF, SON  *
      *                    COINCIDENCIAS PROBABLES; EL RESTO NO ESTA   *
      *                    ESCOLARIZADO.                               *
      *                 3) POR MUNICIPIO: LISTA DE MENORES SIN         *
      *                    ESCOLARIZAR PARA LA COMISION DE ABSENTISMO  *
      *                    DE SERVICIOS SOCIALES (NOESCOL) Y, APARTE,  *
      *                    LAS COINCIDENCIAS PROBABLES CON SU ALUMNO   *
      *                    CANDIDATO PARA REVISION MANUAL (REVISION).  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PADRON ASSIGN PADRON
               FILE STATUS IS FS-PADRON.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-ENTRANTES ASSIGN ALTASMAE
               FILE STATUS IS FS-ENTRANTES.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-PENDIENTES ASSIGN PADPEND
               FILE STATUS IS FS-PENDIENTES.

           SELECT F-RESULTADOS ASSIGN PADRESUL
               FILE STATUS IS FS-RESULTADOS.

           SELECT F-NO-ESCOLARIZADOS ASSIGN NOESCOL
               FILE STATUS IS FS-NO-ESCOLARIZADOS.

           SELECT F-REVISION ASSIGN REVISION
               FILE STATUS IS FS-REVISION.

           SELECT F-SORT ASSIGN SORTWK01.

           SELECT F-SORT2 ASSIGN SORTWK02.

           SELECT F-SORT3 ASSIGN SORTWK03.

       DATA DIVISION.
       FILE SECTION.
       FD F-PADRON
           RECORDING MODE IS F
           DATA RECORD REG-PADRON-ENT.
       01 REG-PADRON-ENT           PIC X(120).

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-ENTRANTES
           RECORDING MODE IS F
           DATA RECORD REG-ENTRANTE.
       01 REG-ENTRANTE.
           05 EN-OPCION            PIC X.
           05 FILLER               PIC X.
           05 EN-NIF               PIC X(9).
           05 FILLER               PIC X.
           05 EN-NOMBRE            PIC X(15).
           05 FILLER               PIC X.
           05 EN-COLEGIO           PIC 99.
           05 FILLER               PIC X.
           05 EN-CURSO             PIC 9.
           05 FILLER               PIC X(49).

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-PENDIENTES
           RECORDING MODE IS F
           DATA RECORD REG-PENDIENTE.
       01 REG-PENDIENTE            PIC X(200).

       FD F-RESULTADOS
           RECORDING MODE IS F
           DATA RECORD REG-RESULTADO.
       01 REG-RESULTADO            PIC X(260).

       FD F-NO-ESCOLARIZADOS
           RECORDING MODE IS F
           DATA RECORD LINEA-NO-ESCOLARIZADOS.
       01 LINEA-NO-ESCOLARIZADOS   PIC X(132).

       FD F-REVISION
           RECORDING MODE IS F
           DATA RECORD LINEA-REVISION.
       01 LINEA-REVISION           PIC X(132).

       SD F-SORT
           DATA RECORD REG-NIF-SORT.
       01 REG-NIF-SORT.
           05 SN-NIF               PIC X(9).
           05 SN-TIPO              PIC 9.
               88 SN-MAESTRO            VALUE 1.
               88 SN-ENTRANTE           VALUE 2.
               88 SN-PADRON             VALUE 3.
           05 SN-DATOS             PIC X(120).
           05 SN-ALUMNO REDEFINES SN-DATOS.
               10 SN-NOMBRE         PIC X(15).
               10 SN-APELLIDOS      PIC X(30).
               10 SN-FECHA-NAC      PIC X(8).
               10 SN-COLEGIO        PIC 99.
               10 SN-CURSO          PIC 9.
               10 FILLER            PIC X(64).

       SD F-SORT2
           DATA RECORD REG-NOMBRE-SORT.
       01 REG-NOMBRE-SORT.
           05 S2-FECHA-NAC         PIC X(8).
           05 S2-TIPO              PIC 9.
               88 S2-ALUMNO             VALUE 1.
               88 S2-PADRON             VALUE 2.
           05 S2-APELLIDOS         PIC X(30).
           05 S2-NOMBRE            PIC X(15).
           05 S2-CP                PIC X(5).
           05 S2-NIF               PIC X(9).
           05 S2-COLEGIO           PIC 99.
           05 S2-CURSO             PIC 9.
           05 S2-DATOS-PADRON      PIC X(120).
           05 FILLER               PIC X(9).

       SD F-SORT3
           DATA RECORD REG-MUNICIPIO-SORT.
       01 REG-MUNICIPIO-SORT.
           05 S3-MUNICIPIO         PIC X(5).
           05 S3-RESULTADO         PIC X.
               88 S3-NO-ESCOLARIZADO    VALUE 'N'.
               88 S3-PROBABLE           VALUE 'P'.
           05 S3-APELLIDOS         PIC X(30).
           05 S3-NOMBRE            PIC X(15).
           05 S3-DATOS-PADRON      PIC X(120).
           05 S3-CAND-NIF          PIC X(9).
           05 S3-CAND-NOMBRE       PIC X(15).
           05 S3-CAND-APELLIDOS    PIC X(30).
           05 S3-CAND-CP           PIC X(5).
           05 S3-CAND-COLEGIO      PIC 99.
           05 S3-MOTIVO            PIC X(20).
           05 FILLER               PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PADRON PIC XX.
               88 FS-PADRON-OK      VALUE '00'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
           05 FS-ENTRANTES PIC XX.
               88 FS-ENTRANTES-OK   VALUE '00'.
               88 FS-ENTRANTES-NO-EXISTE VALUE '35'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
               88 FS-CONTACTOS-EOF  VALUE '10'.
           05 FS-PENDIENTES PIC XX.
               88 FS-PENDIENTES-OK  VALUE '00'.
           05 FS-RESULTADOS PIC XX.
               88 FS-RESULTADOS-OK  VALUE '00'.
           05 FS-NO-ESCOLARIZADOS PIC XX.
               88 FS-NO-ESCOLARIZADOS-OK VALUE '00'.
           05 FS-REVISION PIC XX.
               88 FS-REVISION-OK    VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-PROCESO       PIC 9(4).
           05 WS-EDAD-MINIMA       PIC 99.
           05 WS-EDAD-MAXIMA       PIC 99.
           05 FILLER               PIC X(72).

           COPY RPADRON.

       01 WS-ANO-NACIMIENTO       PIC 9(4).
       01 WS-EDAD                 PIC S9(4).
       01 WS-EDAD-ED              PIC Z9.

       01 C-CONTADORES.
           05 C-PADRON-LEIDOS     PIC 9(6) VALUE 0.
           05 C-FUERA-DE-EDAD     PIC 9(6) VALUE 0.
           05 C-ALUMNOS-LEIDOS    PIC 9(6) VALUE 0.
           05 C-ENTRANTES-LEIDOS  PIC 9(6) VALUE 0.
           05 C-CASADOS-NIF       PIC 9(6) VALUE 0.
           05 C-CASADOS-ENTRANTE  PIC 9(6) VALUE 0.
           05 C-CASADOS-NOMBRE    PIC 9(6) VALUE 0.
           05 C-PROBABLES         PIC 9(6) VALUE 0.
           05 C-NO-ESCOLARIZADOS  PIC 9(6) VALUE 0.
           05 C-CANDIDATOS        PIC 9(4) COMP VALUE 0.
           05 C-MUNI-NOESC        PIC 9(5) VALUE 0.
           05 C-MUNI-REV          PIC 9(5) VALUE 0.
           05 C-LINEAS-NOESC      PIC 999  VALUE 0.
           05 C-LINEAS-REV        PIC 999  VALUE 0.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

      *    SITUACION DEL NIF EN CURSO EN EL CRUCE POR NIF
       01 WS-NIF-ACTUAL           PIC X(9).
       01 WS-NIF-FLAGS.
           05 WS-EN-MAESTRO        PIC X.
               88 NIF-EN-MAESTRO        VALUE 'S'.
           05 WS-EN-ENTRANTES      PIC X.
               88 NIF-EN-ENTRANTES      VALUE 'S'.

      *    ALUMNOS NACIDOS EN LA FECHA EN CURSO DEL CRUCE POR NOMBRE
       01 WS-FECHA-GRUPO          PIC X(8).
       01 T-CANDIDATOS.
           05 T-CA-ENTRADA OCCURS 500 INDEXED BY IX-CA.
               10 T-CA-APELLIDOS    PIC X(30).
               10 T-CA-NOMBRE       PIC X(15).
               10 T-CA-CP           PIC X(5).
               10 T-CA-NIF          PIC X(9).
               10 T-CA-COLEGIO      PIC 99.
       01 WS-TABLA-LLENA-FLAG     PIC X VALUE 'N'.
           88 TABLA-CANDIDATOS-AVISADA VALUE 'S'.

      *    NIVEL DEL MEJOR CANDIDATO: 4 NOMBRE+APELLIDOS+CP, 3 NOMBRE
      *    Y APELLIDOS, 2 APELLIDOS+CP, 1 NOMBRE+CP, 0 NINGUNO
       01 WS-NIVEL                PIC 9.
       01 WS-MEJOR-NIVEL          PIC 9.
       01 WS-MEJOR-CANDIDATO      PIC 9(4) COMP.

       01 WS-MUNI-NOESC           PIC X(5) VALUE HIGH-VALUES.
       01 WS-MUNI-REV             PIC X(5) VALUE HIGH-VALUES.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 LINEA-NOE-TITULO.
           05 FILLER  PIC X(40) VALUE
               'MENORES EN EDAD ESCOLAR SIN ESCOLARIZAR '.
           05 FILLER  PIC X(5)  VALUE 'ANO: '.
           05 LNT-ANO PIC 9(4).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LNT-FECHA PIC X(8).
           05 FILLER  PIC X(66) VALUE SPACES.

       01 LINEA-REV-TITULO.
           05 FILLER  PIC X(40) VALUE
               'PADRON: COINCIDENCIAS PARA REVISION     '.
           05 FILLER  PIC X(5)  VALUE 'ANO: '.
           05 LRT-ANO PIC 9(4).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LRT-FECHA PIC X(8).
           05 FILLER  PIC X(66) VALUE SPACES.

       01 LINEA-MUNICIPIO.
           05 FILLER  PIC X(11) VALUE 'MUNICIPIO: '.
           05 LMU-CODIGO PIC X(5).
           05 FILLER  PIC X     VALUE SPACE.
           05 LMU-NOMBRE PIC X(20).
           05 FILLER  PIC X(95) VALUE SPACES.

       01 LINEA-NOE-COLUMNAS.
           05 FILLER  PIC X(31) VALUE 'APELLIDOS'.
           05 FILLER  PIC X(16) VALUE 'NOMBRE'.
           05 FILLER  PIC X(10) VALUE 'FECHA NAC.'.
           05 FILLER  PIC X(6)  VALUE ' EDAD '.
           05 FILLER  PIC X(26) VALUE 'DOMICILIO'.
           05 FILLER  PIC X(6)  VALUE 'CP'.
           05 FILLER  PIC X(9)  VALUE 'NIF'.
           05 FILLER  PIC X(28) VALUE SPACES.

       01 LINEA-NOE-MENOR.
           05 LNM-APELLIDOS PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LNM-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LNM-FECHA-NAC PIC X(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LNM-EDAD      PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LNM-DOMICILIO PIC X(25).
           05 FILLER        PIC X     VALUE SPACE.
           05 LNM-CP        PIC X(5).
           05 FILLER        PIC X     VALUE SPACE.
           05 LNM-NIF       PIC X(9).
           05 FILLER        PIC X(28) VALUE SPACES.

       01 LINEA-REV-PADRON.
           05 FILLER  PIC X(9)  VALUE 'PADRON:  '.
           05 LRP-APELLIDOS PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRP-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRP-FECHA-NAC PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRP-CP        PIC X(5).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRP-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRP-DOMICILIO PIC X(25).
           05 FILLER        PIC X(26) VALUE SPACES.

       01 LINEA-REV-ALUMNO.
           05 FILLER  PIC X(9)  VALUE 'ALUMNO:  '.
           05 LRA-APELLIDOS PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-FECHA-NAC PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-CP        PIC X(5).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-NIF       PIC X(9).
           05 FILLER  PIC X(10) VALUE ' COLEGIO: '.
           05 LRA-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRA-MOTIVO    PIC X(20).
           05 FILLER        PIC X(18) VALUE SPACES.

       01 LINEA-TOTAL-MUNICIPIO.
           05 FILLER  PIC X(24) VALUE 'TOTAL MUNICIPIO:        '.
           05 LTM-TOTAL PIC ZZZZ9.
           05 FILLER  PIC X(103) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY SN-NIF SN-TIPO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CARGAR-POR-NIF
               OUTPUT PROCEDURE 3000-CASAR-POR-NIF
           SORT F-SORT2
               ON ASCENDING KEY S2-FECHA-NAC S2-TIPO
                                S2-APELLIDOS S2-NOMBRE
               WITH DUPLICATES IN ORDER
               USING F-PENDIENTES
               OUTPUT PROCEDURE 3300-CASAR-POR-NOMBRE
           SORT F-SORT3
               ON ASCENDING KEY S3-MUNICIPIO S3-RESULTADO
                                S3-APELLIDOS S3-NOMBRE
               WITH DUPLICATES IN ORDER
               USING F-RESULTADOS
               OUTPUT PROCEDURE 3600-LISTAR-MUNICIPIOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-PROCESO NOT NUMERIC
               OR WS-ANO-PROCESO = ZERO THEN
               DISPLAY '*CCPRACB0*SYSIN*ANO*INVALIDO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-EDAD-MINIMA NOT NUMERIC
               OR WS-EDAD-MINIMA = ZERO THEN
               MOVE 6 TO WS-EDAD-MINIMA
           END-IF
           IF WS-EDAD-MAXIMA NOT NUMERIC
               OR WS-EDAD-MAXIMA = ZERO THEN
               MOVE 16 TO WS-EDAD-MAXIMA
           END-IF
           DISPLAY '*CCPRACB0* ANO ' WS-ANO-PROCESO
               ' EDADES ' WS-EDAD-MINIMA ' A ' WS-EDAD-MAXIMA
           MOVE WS-ANO-PROCESO TO LNT-ANO
           MOVE WS-ANO-PROCESO TO LRT-ANO
           MOVE WS-FH-AAAAMMDD TO LNT-FECHA
           MOVE WS-FH-AAAAMMDD TO LRT-FECHA
           PERFORM 1100-ABRIR-FICHEROS
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-PADRON
           IF NOT FS-PADRON-OK THEN
               DISPLAY 'ERROR LEER FICHERO PADRON'
               DISPLAY FS-PADRON
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'SIN MAESTRO DE CONTACTO - CRUCE SIN CODIGO '
                   'POSTAL'
               MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           ELSE
               PERFORM 2800-LEER-CONTACTO
           END-IF

           OPEN OUTPUT F-PENDIENTES
           IF NOT FS-PENDIENTES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PADPEND'
               DISPLAY FS-PENDIENTES
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RESULTADOS
           IF NOT FS-RESULTADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PADRESUL'
               DISPLAY FS-RESULTADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-NO-ESCOLARIZADOS
           IF NOT FS-NO-ESCOLARIZADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO NOESCOL'
               DISPLAY FS-NO-ESCOLARIZADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-REVISION
           IF NOT FS-REVISION-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO REVISION'
               DISPLAY FS-REVISION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-POR-NIF.
           PERFORM 2100-CARGAR-PADRON
           PERFORM 2200-CARGAR-MAESTRO
           PERFORM 2300-CARGAR-ENTRANTES
           .
      ******************************************************************
       2100-CARGAR-PADRON.
      *    SIN FECHA DE NACIMIENTO VALIDA EL MENOR NO SE DESCARTA
           READ F-PADRON INTO REG-PADRON
           PERFORM UNTIL NOT FS-PADRON-OK
             ADD 1 TO C-PADRON-LEIDOS
             MOVE WS-EDAD-MINIMA TO WS-EDAD
             IF PD-FECHA-NAC (1:4) IS NUMERIC THEN
               MOVE PD-FECHA-NAC (1:4) TO WS-ANO-NACIMIENTO
               COMPUTE WS-EDAD = WS-ANO-PROCESO - WS-ANO-NACIMIENTO
             END-IF
             IF WS-EDAD < WS-EDAD-MINIMA
                 OR WS-EDAD > WS-EDAD-MAXIMA THEN
               ADD 1 TO C-FUERA-DE-EDAD
             ELSE
               MOVE PD-NIF     TO SN-NIF
               SET SN-PADRON TO TRUE
               MOVE REG-PADRON TO SN-DATOS
               RELEASE REG-NIF-SORT
             END-IF
             READ F-PADRON INTO REG-PADRON
           END-PERFORM
           CLOSE F-PADRON
           .
      ******************************************************************
       2200-CARGAR-MAESTRO.
           READ F-MAESTRO
           PERFORM UNTIL NOT FS-MAESTRO-OK
             ADD 1 TO C-ALUMNOS-LEIDOS
             IF NIF OF REG-ALUMNOS-GRAL NOT = SPACES THEN
               MOVE SPACES TO SN-DATOS
               MOVE NIF OF REG-ALUMNOS-GRAL       TO SN-NIF
               SET SN-MAESTRO TO TRUE
               MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO SN-NOMBRE
               MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO SN-APELLIDOS
               MOVE FECHA-NAC OF REG-ALUMNOS-GRAL TO SN-FECHA-NAC
               MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO SN-COLEGIO
               MOVE CURSO OF REG-ALUMNOS-GRAL     TO SN-CURSO
               RELEASE REG-NIF-SORT
             END-IF
             READ F-MAESTRO
           END-PERFORM
           CLOSE F-MAESTRO
           .
      ******************************************************************
       2300-CARGAR-ENTRANTES.
      *    ALTAS DEL MAESTRO QUE CCPRAC9N GENERA PARA LOS TRASLADOS
      *    DESDE FUERA DE LA PROVINCIA; NO TRAEN FECHA DE NACIMIENTO,
      *    ASI QUE SOLO CASAN POR NIF
           OPEN INPUT F-ENTRANTES
           IF FS-ENTRANTES-NO-EXISTE THEN
             DISPLAY '*CCPRACB0*SIN*TRASLADOS*ENTRANTES*'
           ELSE
             IF NOT FS-ENTRANTES-OK THEN
               DISPLAY 'ERROR LEER FICHERO ALTASMAE'
               DISPLAY FS-ENTRANTES
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-ENTRANTES
             PERFORM UNTIL NOT FS-ENTRANTES-OK
               IF EN-OPCION = 'A' AND EN-NIF NOT = SPACES THEN
                 ADD 1 TO C-ENTRANTES-LEIDOS
                 MOVE SPACES      TO SN-DATOS
                 MOVE EN-NIF      TO SN-NIF
                 SET SN-ENTRANTE TO TRUE
                 MOVE EN-NOMBRE   TO SN-NOMBRE
                 MOVE EN-COLEGIO  TO SN-COLEGIO
                 MOVE EN-CURSO    TO SN-CURSO
                 RELEASE REG-NIF-SORT
               END-IF
               READ F-ENTRANTES
             END-PERFORM
             CLOSE F-ENTRANTES
           END-IF
           .
      ******************************************************************
       2800-LEER-CONTACTO.
           READ F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
             MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           END-IF
           .
      ******************************************************************
       3000-CASAR-POR-NIF.
      *    POR CADA NIF LLEGAN PRIMERO EL ALUMNO DEL MAESTRO, LUEGO EL
      *    ENTRANTE Y AL FINAL LOS MENORES DEL PADRON CON ESE NIF
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-NIF
           PERFORM UNTIL FIN-DE-SORT
             MOVE SN-NIF TO WS-NIF-ACTUAL
             MOVE 'NN'   TO WS-NIF-FLAGS
             PERFORM UNTIL FIN-DE-SORT OR SN-NIF NOT = WS-NIF-ACTUAL
               EVALUATE TRUE
                 WHEN SN-MAESTRO
                   SET NIF-EN-MAESTRO TO TRUE
                   PERFORM 3150-ALUMNO-PARA-NOMBRE
                 WHEN SN-ENTRANTE
                   SET NIF-EN-ENTRANTES TO TRUE
                 WHEN SN-PADRON
                   PERFORM 3200-PADRON-POR-NIF
               END-EVALUATE
               PERFORM 3100-RETURN-NIF
             END-PERFORM
           END-PERFORM
           CLOSE F-PENDIENTES
           IF FS-CONTACTOS-OK OR FS-CONTACTOS-EOF THEN
             CLOSE F-CONTACTOS
           END-IF
           .
      ******************************************************************
       3100-RETURN-NIF.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3150-ALUMNO-PARA-NOMBRE.
           MOVE SPACES TO REG-NOMBRE-SORT
           MOVE SN-FECHA-NAC TO S2-FECHA-NAC
           SET S2-ALUMNO TO TRUE
           MOVE SN-APELLIDOS TO S2-APELLIDOS
           MOVE SN-NOMBRE    TO S2-NOMBRE
           MOVE SN-NIF       TO S2-NIF
           MOVE SN-COLEGIO   TO S2-COLEGIO
           MOVE SN-CURSO     TO S2-CURSO
           PERFORM UNTIL NIF OF REG-CONTACTO >= SN-NIF
             PERFORM 2800-LEER-CONTACTO
           END-PERFORM
           IF NIF OF REG-CONTACTO = SN-NIF THEN
             MOVE CODIGO-POSTAL OF REG-CONTACTO TO S2-CP
           END-IF
           WRITE REG-PENDIENTE FROM REG-NOMBRE-SORT
           .
      ******************************************************************
       3200-PADRON-POR-NIF.
           EVALUATE TRUE
             WHEN WS-NIF-ACTUAL = SPACES
               PERFORM 3250-PADRON-PARA-NOMBRE
             WHEN NIF-EN-MAESTRO
               ADD 1 TO C-CASADOS-NIF
             WHEN NIF-EN-ENTRANTES
               ADD 1 TO C-CASADOS-ENTRANTE
             WHEN OTHER
               PERFORM 3250-PADRON-PARA-NOMBRE
           END-EVALUATE
           .
      ******************************************************************
       3250-PADRON-PARA-NOMBRE.
           MOVE SN-DATOS TO REG-PADRON
           MOVE SPACES TO REG-NOMBRE-SORT
           MOVE PD-FECHA-NAC     TO S2-FECHA-NAC
           SET S2-PADRON TO TRUE
           MOVE PD-APELLIDOS     TO S2-APELLIDOS
           MOVE PD-NOMBRE        TO S2-NOMBRE
           MOVE PD-CODIGO-POSTAL TO S2-CP
           MOVE PD-NIF           TO S2-NIF
           MOVE 0                TO S2-COLEGIO
           MOVE 0                TO S2-CURSO
           MOVE REG-PADRON       TO S2-DATOS-PADRON
           WRITE REG-PENDIENTE FROM REG-NOMBRE-SORT
           .
      ******************************************************************
       3300-CASAR-POR-NOMBRE.
      *    DENTRO DE CADA FECHA DE NACIMIENTO LOS ALUMNOS LLEGAN ANTES
      *    QUE LOS MENORES DEL PADRON Y SE GUARDAN COMO CANDIDATOS
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3310-RETURN-NOMBRE
           PERFORM UNTIL FIN-DE-SORT
             MOVE S2-FECHA-NAC TO WS-FECHA-GRUPO
             MOVE 0 TO C-CANDIDATOS
             PERFORM UNTIL FIN-DE-SORT
                     OR S2-FECHA-NAC NOT = WS-FECHA-GRUPO
               IF S2-ALUMNO THEN
                 PERFORM 3320-GUARDAR-CANDIDATO
               ELSE
                 PERFORM 3400-CASAR-MENOR
               END-IF
               PERFORM 3310-RETURN-NOMBRE
             END-PERFORM
           END-PERFORM
           CLOSE F-RESULTADOS
           .
      ******************************************************************
       3310-RETURN-NOMBRE.
           RETURN F-SORT2
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3320-GUARDAR-CANDIDATO.
           IF C-CANDIDATOS < 500 THEN
             ADD 1 TO C-CANDIDATOS
             SET IX-CA TO C-CANDIDATOS
             MOVE S2-APELLIDOS TO T-CA-APELLIDOS (IX-CA)
             MOVE S2-NOMBRE    TO T-CA-NOMBRE (IX-CA)
             MOVE S2-CP        TO T-CA-CP (IX-CA)
             MOVE S2-NIF       TO T-CA-NIF (IX-CA)
             MOVE S2-COLEGIO   TO T-CA-COLEGIO (IX-CA)
           ELSE
             IF NOT TABLA-CANDIDATOS-AVISADA THEN
               DISPLAY '*CCPRACB0*TABLA*CANDIDATOS*LLENA* FECHA '
                   WS-FECHA-GRUPO
               SET TABLA-CANDIDATOS-AVISADA TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
       3400-CASAR-MENOR.
           MOVE S2-DATOS-PADRON TO REG-PADRON
           MOVE 0 TO WS-MEJOR-NIVEL
           MOVE 0 TO WS-MEJOR-CANDIDATO
           PERFORM VARYING IX-CA FROM 1 BY 1
                   UNTIL IX-CA > C-CANDIDATOS OR WS-MEJOR-NIVEL = 4
             MOVE 0 TO WS-NIVEL
             EVALUATE TRUE
               WHEN T-CA-APELLIDOS (IX-CA) = PD-APELLIDOS
                   AND T-CA-NOMBRE (IX-CA) = PD-NOMBRE
                   AND T-CA-CP (IX-CA) = PD-CODIGO-POSTAL
                   AND PD-CODIGO-POSTAL NOT = SPACES
                 MOVE 4 TO WS-NIVEL
               WHEN T-CA-APELLIDOS (IX-CA) = PD-APELLIDOS
                   AND T-CA-NOMBRE (IX-CA) = PD-NOMBRE
                 MOVE 3 TO WS-NIVEL
               WHEN T-CA-APELLIDOS (IX-CA) = PD-APELLIDOS
                   AND T-CA-CP (IX-CA) = PD-CODIGO-POSTAL
                   AND PD-CODIGO-POSTAL NOT = SPACES
                 MOVE 2 TO WS-NIVEL
               WHEN T-CA-NOMBRE (IX-CA) = PD-NOMBRE
                   AND T-CA-CP (IX-CA) = PD-CODIGO-POSTAL
                   AND PD-CODIGO-POSTAL NOT = SPACES
                 MOVE 1 TO WS-NIVEL
             END-EVALUATE
             IF WS-NIVEL > WS-MEJOR-NIVEL THEN
               MOVE WS-NIVEL TO WS-MEJOR-NIVEL
               SET WS-MEJOR-CANDIDATO TO IX-CA
             END-IF
           END-PERFORM
      *    UN CASE COMPLETO CON UN MENOR QUE TRAE OTRO NIF (DNI FRENTE
      *    A NIA, ERROR DE TECLEO) NO SE DA POR BUENO SIN REVISARLO
           IF WS-MEJOR-NIVEL = 4 AND PD-NIF = SPACES THEN
             ADD 1 TO C-CASADOS-NOMBRE
           ELSE
             MOVE SPACES TO REG-MUNICIPIO-SORT
             MOVE PD-MUNICIPIO TO S3-MUNICIPIO
             MOVE PD-APELLIDOS TO S3-APELLIDOS
             MOVE PD-NOMBRE    TO S3-NOMBRE
             MOVE REG-PADRON   TO S3-DATOS-PADRON
             MOVE 0            TO S3-CAND-COLEGIO
             IF WS-MEJOR-NIVEL = 0 THEN
               SET S3-NO-ESCOLARIZADO TO TRUE
               ADD 1 TO C-NO-ESCOLARIZADOS
             ELSE
               SET S3-PROBABLE TO TRUE
               SET IX-CA TO WS-MEJOR-CANDIDATO
               MOVE T-CA-NIF (IX-CA)       TO S3-CAND-NIF
               MOVE T-CA-NOMBRE (IX-CA)    TO S3-CAND-NOMBRE
               MOVE T-CA-APELLIDOS (IX-CA) TO S3-CAND-APELLIDOS
               MOVE T-CA-CP (IX-CA)        TO S3-CAND-CP
               MOVE T-CA-COLEGIO (IX-CA)   TO S3-CAND-COLEGIO
               EVALUATE WS-MEJOR-NIVEL
                 WHEN 4
                   MOVE 'NIF DISTINTO'         TO S3-MOTIVO
                 WHEN 3
                   IF T-CA-CP (IX-CA) = SPACES THEN
                     MOVE 'ALUMNO SIN DOMICILIO' TO S3-MOTIVO
                   ELSE
                     MOVE 'OTRO CODIGO POSTAL'   TO S3-MOTIVO
                   END-IF
                 WHEN 2
                   MOVE 'OTRO NOMBRE'          TO S3-MOTIVO
                 WHEN 1
                   MOVE 'OTROS APELLIDOS'      TO S3-MOTIVO
               END-EVALUATE
               ADD 1 TO C-PROBABLES
             END-IF
             WRITE REG-RESULTADO FROM REG-MUNICIPIO-SORT
           END-IF
           .
      ******************************************************************
       3600-LISTAR-MUNICIPIOS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3610-RETURN-MUNICIPIO
           PERFORM UNTIL FIN-DE-SORT
             MOVE S3-DATOS-PADRON TO REG-PADRON
             IF S3-NO-ESCOLARIZADO THEN
               IF S3-MUNICIPIO NOT = WS-MUNI-NOESC THEN
                 PERFORM 3650-TOTAL-NO-ESCOLARIZADOS
                 MOVE S3-MUNICIPIO TO WS-MUNI-NOESC
                 PERFORM 3620-CABECERA-NO-ESCOLARIZADOS
               END-IF
               PERFORM 3630-LINEA-NO-ESCOLARIZADO
             ELSE
               IF S3-MUNICIPIO NOT = WS-MUNI-REV THEN
                 PERFORM 3750-TOTAL-REVISION
                 MOVE S3-MUNICIPIO TO WS-MUNI-REV
                 PERFORM 3720-CABECERA-REVISION
               END-IF
               PERFORM 3730-LINEA-REVISION
             END-IF
             PERFORM 3610-RETURN-MUNICIPIO
           END-PERFORM
           PERFORM 3650-TOTAL-NO-ESCOLARIZADOS
           PERFORM 3750-TOTAL-REVISION
           .
      ******************************************************************
       3610-RETURN-MUNICIPIO.
           RETURN F-SORT3
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3620-CABECERA-NO-ESCOLARIZADOS.
           WRITE LINEA-NO-ESCOLARIZADOS FROM LINEA-NOE-TITULO
               AFTER ADVANCING CANAL-12
           MOVE PD-MUNICIPIO   TO LMU-CODIGO
           MOVE PD-NOMBRE-MUNI TO LMU-NOMBRE
           WRITE LINEA-NO-ESCOLARIZADOS FROM LINEA-MUNICIPIO AFTER 2
           WRITE LINEA-NO-ESCOLARIZADOS FROM LINEA-NOE-COLUMNAS
               AFTER 2
           MOVE 5 TO C-LINEAS-NOESC
           .
      ******************************************************************
       3630-LINEA-NO-ESCOLARIZADO.
           IF C-LINEAS-NOESC >= 60 THEN
             PERFORM 3620-CABECERA-NO-ESCOLARIZADOS
           END-IF
           MOVE PD-APELLIDOS     TO LNM-APELLIDOS
           MOVE PD-NOMBRE        TO LNM-NOMBRE
           MOVE PD-FECHA-NAC     TO LNM-FECHA-NAC
           MOVE 0 TO LNM-EDAD
           IF PD-FECHA-NAC (1:4) IS NUMERIC THEN
             MOVE PD-FECHA-NAC (1:4) TO WS-ANO-NACIMIENTO
             COMPUTE WS-EDAD = WS-ANO-PROCESO - WS-ANO-NACIMIENTO
             MOVE WS-EDAD TO LNM-EDAD
           END-IF
           MOVE PD-DOMICILIO     TO LNM-DOMICILIO
           MOVE PD-CODIGO-POSTAL TO LNM-CP
           MOVE PD-NIF           TO LNM-NIF
           WRITE LINEA-NO-ESCOLARIZADOS FROM LINEA-NOE-MENOR AFTER 1
           ADD 1 TO C-MUNI-NOESC
           ADD 1 TO C-LINEAS-NOESC
           .
      ******************************************************************
       3650-TOTAL-NO-ESCOLARIZADOS.
           IF C-MUNI-NOESC > 0 THEN
             MOVE C-MUNI-NOESC TO LTM-TOTAL
             WRITE LINEA-NO-ESCOLARIZADOS FROM LINEA-TOTAL-MUNICIPIO
                 AFTER 2
             MOVE 0 TO C-MUNI-NOESC
           END-IF
           .
      ******************************************************************
       3720-CABECERA-REVISION.
           WRITE LINEA-REVISION FROM LINEA-REV-TITULO
               AFTER ADVANCING CANAL-12
           MOVE PD-MUNICIPIO   TO LMU-CODIGO
           MOVE PD-NOMBRE-MUNI TO LMU-NOMBRE
           WRITE LINEA-REVISION FROM LINEA-MUNICIPIO AFTER 2
           MOVE 3 TO C-LINEAS-REV
           .
      ******************************************************************
       3730-LINEA-REVISION.
           IF C-LINEAS-REV >= 57 THEN
             PERFORM 3720-CABECERA-REVISION
           END-IF
           MOVE PD-APELLIDOS      TO LRP-APELLIDOS
           MOVE PD-NOMBRE         TO LRP-NOMBRE
           MOVE PD-FECHA-NAC      TO LRP-FECHA-NAC
           MOVE PD-CODIGO-POSTAL  TO LRP-CP
           MOVE PD-NIF            TO LRP-NIF
           MOVE PD-DOMICILIO      TO LRP-DOMICILIO
           WRITE LINEA-REVISION FROM LINEA-REV-PADRON AFTER 2
           MOVE S3-CAND-APELLIDOS TO LRA-APELLIDOS
           MOVE S3-CAND-NOMBRE    TO LRA-NOMBRE
           MOVE PD-FECHA-NAC      TO LRA-FECHA-NAC
           MOVE S3-CAND-CP        TO LRA-CP
           MOVE S3-CAND-NIF       TO LRA-NIF
           MOVE S3-CAND-COLEGIO   TO LRA-COLEGIO
           MOVE S3-MOTIVO         TO LRA-MOTIVO
           WRITE LINEA-REVISION FROM LINEA-REV-ALUMNO AFTER 1
           ADD 1 TO C-MUNI-REV
           ADD 3 TO C-LINEAS-REV
           .
      ******************************************************************
       3750-TOTAL-REVISION.
           IF C-MUNI-REV > 0 THEN
             MOVE C-MUNI-REV TO LTM-TOTAL
             WRITE LINEA-REVISION FROM LINEA-TOTAL-MUNICIPIO AFTER 2
             MOVE 0 TO C-MUNI-REV
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'MENORES EN EL PADRON:   ' C-PADRON-LEIDOS
           DISPLAY 'FUERA DE EDAD:          ' C-FUERA-DE-EDAD
           DISPLAY 'ALUMNOS DEL MAESTRO:    ' C-ALUMNOS-LEIDOS
           DISPLAY 'TRASLADOS ENTRANTES:    ' C-ENTRANTES-LEIDOS
           DISPLAY 'CASADOS POR NIF:        ' C-CASADOS-NIF
           DISPLAY 'CASADOS CON ENTRANTES:  ' C-CASADOS-ENTRANTE
           DISPLAY 'CASADOS POR NOMBRE:     ' C-CASADOS-NOMBRE
           DISPLAY 'PARA REVISION:          ' C-PROBABLES
           DISPLAY 'SIN ESCOLARIZAR:        ' C-NO-ESCOLARIZADOS
           CLOSE F-NO-ESCOLARIZADOS
           CLOSE F-REVISION
           MOVE C-PADRON-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB0' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
