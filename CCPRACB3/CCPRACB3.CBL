       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB3.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONCILIACION DE CIERRE DE ANO. CADA SALIDA     *
      *                 CUADRA SUS PROPIOS TOTALES PERO NADIE LAS      *
      *                 CRUZABA ENTRE SI. PARA EL ANO DE SYSIN (A      *
      *                 CERO, EL VIGENTE DE RUNCTRL) JUNTA POR NIF EN  *
      *                 UN SORT INTERNO: EL MAESTRO DE ALUMNOS         *
      *                 (RALUMN02, PARA EL COLEGIO), LAS MATRICULAS    *
      *                 (RMATRICU), LA NOTA FINAL DE CADA ASIGNATURA   *
      *                 (RNOTAS02: TERCER TRIMESTRE DE LA CONVOCATORIA *
      *                 ORDINARIA), LAS LINEAS DE LAS ACTAS DE         *
      *                 CCPRAC68 (ACTALIN), LAS PAGINAS DE BOLETIN DE  *
      *                 CCPRAC65 ASENTADAS EN EL REGISTRO DE           *
      *                 CORRESPONDENCIA (RCORRESP), LAS DECISIONES DE  *
      *                 CCPRAC30 (RDECISIO), LOS GRADUADOS DE CCPRAC62 *
      *                 Y EL LIBRO DE TITULOS (RTITULOS). CADA         *
      *                 NIF+ASIGNATURA MATRICULADO TIENE QUE TENER     *
      *                 NOTA FINAL Y LINEA EN EL ACTA CON ESA MISMA    *
      *                 NOTA; CADA MATRICULADO, BOLETIN Y DECISION; Y  *
      *                 CADA GRADUADO, SU TITULO EN EL LIBRO, Y AL     *
      *                 REVES. LO QUE NO CUADRA SE LISTA POR COLEGIO Y *
      *                 CATEGORIA DE DESCUADRE (SEGUNDO SORT), CON UN  *
      *                 RESUMEN FINAL, Y EL NUMERO DE DESCUADRES QUEDA *
      *                 EN EL ESTADO DE CIERRE (RCIERREC) QUE CONSULTA *
      *                 LA APERTURA DEL ANO NUEVO (CCPRAC47). SIN      *
      *                 LIBRO DE TITULOS TODOS LOS GRADUADOS SALEN SIN *
      *                 TITULO. CON DESCUADRES TERMINA CON 4.          *
      *                 EL RESUMEN FINAL DESGLOSA ALUMNOS REVISADOS,   *
      *                 MATRICULAS Y DESCUADRES POR ETAPA EDUCATIVA    *
      *                 DEL CURSO DEL ALUMNO EN EL MAESTRO (MODETAPA). *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-MATRICULAS ASSIGN MATRICUL
               FILE STATUS IS FS-MATRICULAS.

           SELECT F-NOTAS ASSIGN NOTAS
               FILE STATUS IS FS-NOTAS.

           SELECT F-LINEAS-ACTA ASSIGN ACTALIN
               FILE STATUS IS FS-LINEAS-ACTA.

           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

           SELECT F-DECISIONES ASSIGN DECISION
               FILE STATUS IS FS-DECISIONES.

           SELECT F-GRADUADOS ASSIGN GRADUADO
               FILE STATUS IS FS-GRADUADOS.

           SELECT F-TITULOS ASSIGN TITULOS
               FILE STATUS IS FS-TITULOS.

           SELECT F-RUNCTRL ASSIGN RUNCTRL
               FILE STATUS IS FS-RUNCTRL.

           SELECT F-DESCUADRES ASSIGN DESCUADR
               FILE STATUS IS FS-DESCUADRES.

           SELECT F-LISTADO ASSIGN CONCILIA
               FILE STATUS IS FS-LISTADO.

           SELECT F-CIERRE ASSIGN CIERRECT
               FILE STATUS IS FS-CIERRE.

           SELECT F-SORT ASSIGN SORTWK01.

           SELECT F-SORT2 ASSIGN SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-MATRICULAS
           RECORDING MODE IS F.
           COPY RMATRICU.

       FD F-NOTAS
           RECORDING MODE IS F.
           COPY RNOTAS02.

       FD F-LINEAS-ACTA
           RECORDING MODE IS F.
           COPY RACTALIN.

       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       FD F-DECISIONES
           RECORDING MODE IS F.
           COPY RDECISIO.

       FD F-GRADUADOS
           RECORDING MODE IS F
           DATA RECORD REG-GRADUADO.
       01 REG-GRADUADO.
           05 GR-NIF        PIC X(9).
           05 GR-NOMBRE     PIC X(15).
           05 GR-APELLIDOS  PIC X(30).
           05 GR-COLEGIO    PIC 99.
           05 GR-MEDIA      PIC 99V99.
           05 GR-COMPETENCIAS.
               10 GR-NIVEL-COMPETENCIA PIC 9 OCCURS 8.
           05 GR-PAPEL      PIC 9(8).
           05 FILLER        PIC X(4).

       FD F-TITULOS
           RECORDING MODE IS F.
           COPY RTITULOS.

       FD F-RUNCTRL
           RECORDING MODE IS F
           DATA RECORD REG-RUNCTRL.
       01 REG-RUNCTRL              PIC X(80).

       FD F-DESCUADRES
           RECORDING MODE IS F
           DATA RECORD REG-DESCUADRE-ENT.
       01 REG-DESCUADRE-ENT        PIC X(80).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       FD F-CIERRE
           RECORDING MODE IS F.
           COPY RCIERREC.

       SD F-SORT
           DATA RECORD REG-CONCI-SORT.
       01 REG-CONCI-SORT.
           05 SC-NIF               PIC X(9).
           05 SC-ASIGNATURA        PIC 9.
           05 SC-FUENTE            PIC 9.
               88 SC-MAESTRO            VALUE 1.
               88 SC-BOLETIN            VALUE 2.
               88 SC-DECISION           VALUE 3.
               88 SC-GRADUADO           VALUE 4.
               88 SC-TITULO             VALUE 5.
               88 SC-MATRICULA          VALUE 6.
               88 SC-NOTA-FINAL         VALUE 7.
               88 SC-LINEA-ACTA         VALUE 8.
           05 SC-COLEGIO           PIC 99.
           05 SC-NOTA              PIC 99V9.
           05 SC-MARCA             PIC X(3).
           05 SC-REFERENCIA        PIC X(14).
           05 SC-CURSO             PIC 9.
           05 FILLER               PIC X(46).

       SD F-SORT2
           DATA RECORD REG-DESCUADRE.
       01 REG-DESCUADRE.
           05 DS-COLEGIO           PIC 99.
           05 DS-CATEGORIA         PIC 99.
           05 DS-NIF               PIC X(9).
           05 DS-ASIGNATURA        PIC 9.
           05 DS-DETALLE           PIC X(40).
           05 FILLER               PIC X(26).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
           05 FS-MATRICULAS PIC XX.
               88 FS-MATRICULAS-OK  VALUE '00'.
           05 FS-NOTAS PIC XX.
               88 FS-NOTAS-OK       VALUE '00'.
           05 FS-LINEAS-ACTA PIC XX.
               88 FS-LINEAS-ACTA-OK VALUE '00'.
           05 FS-CORRESP PIC XX.
               88 FS-CORRESP-OK     VALUE '00'.
           05 FS-DECISIONES PIC XX.
               88 FS-DECISIONES-OK  VALUE '00'.
           05 FS-GRADUADOS PIC XX.
               88 FS-GRADUADOS-OK   VALUE '00'.
           05 FS-TITULOS PIC XX.
               88 FS-TITULOS-OK     VALUE '00'.
               88 FS-TITULOS-NO-EXISTE VALUE '35'.
           05 FS-RUNCTRL PIC XX.
               88 FS-RUNCTRL-OK     VALUE '00'.
           05 FS-DESCUADRES PIC XX.
               88 FS-DESCUADRES-OK  VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.
           05 FS-CIERRE PIC XX.
               88 FS-CIERRE-OK      VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-CIERRE        PIC 9(4).
           05 FILLER               PIC X(76).

       01 LINEA-RUNCTRL.
           05 RC-ANO-VIGENTE       PIC 9(4).
           05 FILLER               PIC X(76).

       01 C-CONTADORES.
           05 C-MAESTRO-LEIDOS    PIC 9(6) VALUE 0.
           05 C-MATRICULAS-LEIDAS PIC 9(6) VALUE 0.
           05 C-NOTAS-FINALES     PIC 9(6) VALUE 0.
           05 C-LINEAS-ACTA       PIC 9(6) VALUE 0.
           05 C-PAGINAS-BOLETIN   PIC 9(6) VALUE 0.
           05 C-DECISIONES-LEIDAS PIC 9(6) VALUE 0.
           05 C-GRADUADOS-LEIDOS  PIC 9(6) VALUE 0.
           05 C-TITULOS-LEIDOS    PIC 9(6) VALUE 0.
           05 C-ALUMNOS-REVISADOS PIC 9(7) VALUE 0.
           05 C-MATRICULAS        PIC 9(7) VALUE 0.
           05 C-DESCUADRES        PIC 9(7) VALUE 0.
           05 C-LINEAS            PIC 999  VALUE 0.
           05 C-DESC-COLEGIO      PIC 9(6) VALUE 0.
           05 C-DESC-CATEGORIA    PIC 9(6) VALUE 0.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

      *    SITUACION DEL NIF EN CURSO: LOS DATOS DEL ALUMNO (ASIGNATURA
      *    0) LLEGAN ANTES QUE LOS DE SUS ASIGNATURAS
       01 WS-NIF-ACTUAL           PIC X(9).
       01 WS-AL-COLEGIO           PIC 99.
       01 WS-AL-PAGINAS           PIC 9(4).
       01 WS-AL-DECISION          PIC X(10).
       01 WS-AL-SERIE             PIC X(14).
       01 WS-AL-FLAGS.
           05 WS-AL-MAESTRO        PIC X.
               88 ALUMNO-EN-MAESTRO     VALUE 'S'.
           05 WS-AL-MATRICULA      PIC X.
               88 ALUMNO-MATRICULADO    VALUE 'S'.
           05 WS-AL-CON-DECISION   PIC X.
               88 ALUMNO-CON-DECISION   VALUE 'S'.
           05 WS-AL-GRADUADO       PIC X.
               88 ALUMNO-GRADUADO       VALUE 'S'.
           05 WS-AL-TITULO         PIC X.
               88 ALUMNO-CON-TITULO     VALUE 'S'.

      *    SITUACION DE LA PAREJA NIF+ASIGNATURA EN CURSO
       01 WS-ASIG-ACTUAL          PIC 9.
       01 WS-PR-NOTA              PIC 99V9.
       01 WS-PR-ACTA-NOTA         PIC 99V9.
       01 WS-PR-ACTA-MARCA        PIC X(3).
           88 PAR-ACTA-PEC              VALUE 'PEC'.
       01 WS-PR-ACTA-COLEGIO      PIC 99.
       01 WS-PR-FLAGS.
           05 WS-PR-MATRICULA      PIC X.
               88 PAR-MATRICULADO       VALUE 'S'.
           05 WS-PR-NOTA-FINAL     PIC X.
               88 PAR-CON-NOTA-FINAL    VALUE 'S'.
           05 WS-PR-ACTA           PIC X.
               88 PAR-EN-ACTA           VALUE 'S'.

       01 WS-CATEGORIA            PIC 99.
       01 WS-DETALLE              PIC X(40).
       01 WS-NOTA-ED              PIC Z9,9.
       01 WS-PAGINAS-ED           PIC ZZZ9.
       01 WS-TEXTO-ACTA           PIC X(4).

       01 WS-COLEGIO-LISTADO      PIC 999 VALUE 999.
       01 WS-CATEGORIA-LISTADO    PIC 99 VALUE 0.
       01 WS-IDX-CAT              PIC 99.

      *    CATEGORIAS DE DESCUADRE, EN EL ORDEN DEL LISTADO
       01 T-NOMBRES-CATEGORIA.
           05 FILLER PIC X(36) VALUE
               'MATRICULA SIN NOTA FINAL            '.
           05 FILLER PIC X(36) VALUE
               'NOTA FINAL SIN MATRICULA            '.
           05 FILLER PIC X(36) VALUE
               'MATRICULA SIN LINEA EN EL ACTA      '.
           05 FILLER PIC X(36) VALUE
               'LINEA DE ACTA SIN MATRICULA         '.
           05 FILLER PIC X(36) VALUE
               'NOTA DEL ACTA DISTINTA DE LA FINAL  '.
           05 FILLER PIC X(36) VALUE
               'MATRICULADO FUERA DEL MAESTRO       '.
           05 FILLER PIC X(36) VALUE
               'MATRICULADO SIN BOLETIN             '.
           05 FILLER PIC X(36) VALUE
               'BOLETIN SIN MATRICULA               '.
           05 FILLER PIC X(36) VALUE
               'MATRICULADO SIN DECISION            '.
           05 FILLER PIC X(36) VALUE
               'DECISION SIN MATRICULA              '.
           05 FILLER PIC X(36) VALUE
               'GRADUADO SIN TITULO EN EL LIBRO     '.
           05 FILLER PIC X(36) VALUE
               'TITULO DEL ANO SIN GRADUADO         '.
       01 T-CATEGORIAS REDEFINES T-NOMBRES-CATEGORIA.
           05 T-NOMBRE-CATEGORIA OCCURS 12 PIC X(36).
       01 T-TOTALES-CATEGORIA.
           05 T-TOTAL-CATEGORIA OCCURS 12 PIC 9(6).

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 LINEA-CON-TITULO.
           05 FILLER  PIC X(40) VALUE
               'CONCILIACION DE CIERRE DE ANO           '.
           05 FILLER  PIC X(5)  VALUE 'ANO: '.
           05 LCT-ANO PIC 9(4).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LCT-FECHA PIC X(8).
           05 FILLER  PIC X(66) VALUE SPACES.

       01 LINEA-CON-COLEGIO.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LCC-COLEGIO PIC Z9.
           05 FILLER  PIC X(121) VALUE SPACES.

       01 LINEA-CON-CATEGORIA.
           05 FILLER  PIC X(11) VALUE 'DESCUADRE: '.
           05 LCA-CATEGORIA PIC X(36).
           05 FILLER  PIC X(85) VALUE SPACES.

       01 LINEA-CON-COLUMNAS.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'NIF'.
           05 FILLER  PIC X(12) VALUE 'ASIGNATURA'.
           05 FILLER  PIC X(40) VALUE 'DETALLE'.
           05 FILLER  PIC X(66) VALUE SPACES.

       01 LINEA-CON-DETALLE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LCD-NIF       PIC X(9).
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LCD-ASIGNATURA PIC X.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 LCD-DETALLE   PIC X(40).
           05 FILLER        PIC X(66) VALUE SPACES.

       01 LINEA-CON-TOTAL.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LCO-TEXTO     PIC X(24).
           05 LCO-TOTAL     PIC ZZZZZ9.
           05 FILLER        PIC X(98) VALUE SPACES.

       01 LINEA-RES-TITULO.
           05 FILLER  PIC X(40) VALUE
               'RESUMEN DE LA CONCILIACION DE CIERRE    '.
           05 FILLER  PIC X(5)  VALUE 'ANO: '.
           05 LRT-ANO PIC 9(4).
           05 FILLER  PIC X(83) VALUE SPACES.

       01 LINEA-RES-CATEGORIA.
           05 LRC-CATEGORIA PIC X(36).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRC-TOTAL     PIC ZZZZZZ9.
           05 FILLER        PIC X(87) VALUE SPACES.

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
               10 T-RE-MATRICULAS    PIC 9(7).
               10 T-RE-DESCUADRES    PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(42) VALUE
               'CONCILIACION DE CIERRE POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  MATRICULAS:'.
           05 LRE-MATRICULAS PIC ZZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  DESCUADRES:'.
           05 LRE-DESCUADRES PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY SC-NIF SC-ASIGNATURA SC-FUENTE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CARGAR-FUENTES
               OUTPUT PROCEDURE 3000-CONCILIAR
           SORT F-SORT2
               ON ASCENDING KEY DS-COLEGIO DS-CATEGORIA
                                DS-NIF DS-ASIGNATURA
               WITH DUPLICATES IN ORDER
               USING F-DESCUADRES
               OUTPUT PROCEDURE 3600-LISTAR-DESCUADRES
           PERFORM 3800-RESUMEN-GENERAL
           PERFORM 3900-GRABAR-ESTADO
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-CIERRE NOT NUMERIC THEN
               MOVE ZERO TO WS-ANO-CIERRE
           END-IF
           IF WS-ANO-CIERRE = ZERO THEN
      *      SIN ANO EN SYSIN SE CONCILIA EL VIGENTE DEL CONTROL DE
      *      EJECUCION, QUE ES EL QUE SE VA A CERRAR
             PERFORM 1050-ANO-DESDE-RUNCTRL
           END-IF
           IF WS-ANO-CIERRE = ZERO THEN
               DISPLAY '*CCPRACB3*FALTA*ANO*EN*SYSIN* Y NO HAY RUNCTRL'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           DISPLAY '*CCPRACB3* ANO CONCILIADO ' WS-ANO-CIERRE
           MOVE WS-ANO-CIERRE  TO LCT-ANO
           MOVE WS-ANO-CIERRE  TO LRT-ANO
           MOVE WS-FH-AAAAMMDD TO LCT-FECHA
           INITIALIZE T-TOTALES-CATEGORIA
           INITIALIZE T-RESUMEN-ETAPA
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1050-ANO-DESDE-RUNCTRL.
           OPEN INPUT F-RUNCTRL
           IF FS-RUNCTRL-OK THEN
               READ F-RUNCTRL INTO LINEA-RUNCTRL
               IF FS-RUNCTRL-OK THEN
                   MOVE RC-ANO-VIGENTE TO WS-ANO-CIERRE
                   DISPLAY 'ANO TOMADO DE RUNCTRL: ' WS-ANO-CIERRE
               END-IF
               CLOSE F-RUNCTRL
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO ALUMNOS'
               DISPLAY FS-MAESTRO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MATRICULAS
           IF NOT FS-MATRICULAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO MATRICULAS'
               DISPLAY FS-MATRICULAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-NOTAS
           IF NOT FS-NOTAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO NOTAS'
               DISPLAY FS-NOTAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-LINEAS-ACTA
           IF NOT FS-LINEAS-ACTA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ACTALIN'
               DISPLAY FS-LINEAS-ACTA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-CORRESP
           IF NOT FS-CORRESP-OK THEN
               DISPLAY 'ERROR LEER FICHERO CORRESP'
               DISPLAY FS-CORRESP
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-DECISIONES
           IF NOT FS-DECISIONES-OK THEN
               DISPLAY 'ERROR LEER FICHERO DECISIONES'
               DISPLAY FS-DECISIONES
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-GRADUADOS
           IF NOT FS-GRADUADOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO GRADUADOS'
               DISPLAY FS-GRADUADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-TITULOS
           IF FS-TITULOS-NO-EXISTE THEN
               DISPLAY '*CCPRACB3*SIN*LIBRO*DE*TITULOS*'
           ELSE
               IF NOT FS-TITULOS-OK THEN
                   DISPLAY 'ERROR LEER FICHERO TITULOS'
                   DISPLAY FS-TITULOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 5000-END-PROGRAM
               END-IF
           END-IF

           OPEN OUTPUT F-DESCUADRES
           IF NOT FS-DESCUADRES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO DESCUADR'
               DISPLAY FS-DESCUADRES
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CONCILIA'
               DISPLAY FS-LISTADO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-FUENTES.
           PERFORM 2100-CARGAR-MAESTRO
           PERFORM 2200-CARGAR-MATRICULAS
           PERFORM 2300-CARGAR-NOTAS
           PERFORM 2400-CARGAR-LINEAS-ACTA
           PERFORM 2500-CARGAR-BOLETINES
           PERFORM 2600-CARGAR-DECISIONES
           PERFORM 2700-CARGAR-GRADUADOS
           PERFORM 2800-CARGAR-TITULOS
           .
      ******************************************************************
       2100-CARGAR-MAESTRO.
      *    LOS REGISTROS DE CONTROL *CAB/*FIN SE SALTAN SIN CONTAR
           READ F-MAESTRO
           PERFORM UNTIL NOT FS-MAESTRO-OK
             IF NIF OF REG-ALUMNOS-GRAL (1:1) NOT = '*' THEN
               ADD 1 TO C-MAESTRO-LEIDOS
               MOVE SPACES TO REG-CONCI-SORT
               MOVE NIF OF REG-ALUMNOS-GRAL     TO SC-NIF
               MOVE 0                           TO SC-ASIGNATURA
               SET SC-MAESTRO TO TRUE
               MOVE COLEGIO OF REG-ALUMNOS-GRAL TO SC-COLEGIO
               MOVE CURSO OF REG-ALUMNOS-GRAL   TO SC-CURSO
               MOVE 0                           TO SC-NOTA
               RELEASE REG-CONCI-SORT
             END-IF
             READ F-MAESTRO
           END-PERFORM
           CLOSE F-MAESTRO
           .
      ******************************************************************
       2200-CARGAR-MATRICULAS.
           READ F-MATRICULAS
           PERFORM UNTIL NOT FS-MATRICULAS-OK
             IF ANO-ACADEMICO OF REG-MATRICULA = WS-ANO-CIERRE THEN
               ADD 1 TO C-MATRICULAS-LEIDAS
               MOVE SPACES TO REG-CONCI-SORT
               MOVE NIF OF REG-MATRICULA        TO SC-NIF
               MOVE ASIGNATURA OF REG-MATRICULA TO SC-ASIGNATURA
               SET SC-MATRICULA TO TRUE
               MOVE 0                           TO SC-COLEGIO
               MOVE 0                           TO SC-NOTA
               RELEASE REG-CONCI-SORT
             END-IF
             READ F-MATRICULAS
           END-PERFORM
           CLOSE F-MATRICULAS
           .
      ******************************************************************
       2300-CARGAR-NOTAS.
      *    LA NOTA FINAL ES LA DEL TERCER TRIMESTRE EN LA CONVOCATORIA
      *    ORDINARIA (0 SE TRATA COMO 1), QUE ES LA QUE LLEVA EL ACTA
      *    DE JUNIO; LA EXTRAORDINARIA NO ENTRA EN ESTE CIERRE
           READ F-NOTAS
           PERFORM UNTIL NOT FS-NOTAS-OK
             IF NIF OF REG-NOTAS (1:1) NOT = '*'
                 AND ANO-ACADEMICO OF REG-NOTAS = WS-ANO-CIERRE
                 AND TRIMESTRE OF REG-NOTAS = 3
                 AND CONVOCATORIA OF REG-NOTAS < 2 THEN
               ADD 1 TO C-NOTAS-FINALES
               MOVE SPACES TO REG-CONCI-SORT
               MOVE NIF OF REG-NOTAS        TO SC-NIF
               MOVE ASIGNATURA OF REG-NOTAS TO SC-ASIGNATURA
               SET SC-NOTA-FINAL TO TRUE
               MOVE 0                       TO SC-COLEGIO
               MOVE NOTA OF REG-NOTAS       TO SC-NOTA
               RELEASE REG-CONCI-SORT
             END-IF
             READ F-NOTAS
           END-PERFORM
           CLOSE F-NOTAS
           .
      ******************************************************************
       2400-CARGAR-LINEAS-ACTA.
           READ F-LINEAS-ACTA
           PERFORM UNTIL NOT FS-LINEAS-ACTA-OK
             IF ACL-ANO = WS-ANO-CIERRE THEN
               ADD 1 TO C-LINEAS-ACTA
               MOVE SPACES TO REG-CONCI-SORT
               MOVE ACL-NIF         TO SC-NIF
               MOVE ACL-ASIGNATURA  TO SC-ASIGNATURA
               SET SC-LINEA-ACTA TO TRUE
               MOVE ACL-COLEGIO     TO SC-COLEGIO
               MOVE ACL-NOTA        TO SC-NOTA
               MOVE ACL-MARCA       TO SC-MARCA
               MOVE ACL-CODIGO-ACTA TO SC-REFERENCIA
               RELEASE REG-CONCI-SORT
             END-IF
             READ F-LINEAS-ACTA
           END-PERFORM
           CLOSE F-LINEAS-ACTA
           .
      ******************************************************************
       2500-CARGAR-BOLETINES.
      *    CADA ASIENTO BOL DEL ANO ES UNA PAGINA DE BOLETIN IMPRESA
           READ F-CORRESP
           PERFORM UNTIL NOT FS-CORRESP-OK
             IF CO-BOLETIN AND CO-ANO = WS-ANO-CIERRE
                 AND CO-NIF NOT = SPACES THEN
               ADD 1 TO C-PAGINAS-BOLETIN
               MOVE SPACES TO REG-CONCI-SORT
               MOVE CO-NIF          TO SC-NIF
               MOVE 0               TO SC-ASIGNATURA
               SET SC-BOLETIN TO TRUE
               MOVE CO-COLEGIO      TO SC-COLEGIO
               MOVE 0               TO SC-NOTA
               MOVE CO-REFERENCIA   TO SC-REFERENCIA
               RELEASE REG-CONCI-SORT
             END-IF
             READ F-CORRESP
           END-PERFORM
           CLOSE F-CORRESP
           .
      ******************************************************************
       2600-CARGAR-DECISIONES.
           READ F-DECISIONES
           PERFORM UNTIL NOT FS-DECISIONES-OK
             ADD 1 TO C-DECISIONES-LEIDAS
             MOVE SPACES TO REG-CONCI-SORT
             MOVE NIF OF REG-DECISION     TO SC-NIF
             MOVE 0                       TO SC-ASIGNATURA
             SET SC-DECISION TO TRUE
             MOVE COLEGIO OF REG-DECISION TO SC-COLEGIO
             MOVE 0                       TO SC-NOTA
             MOVE DECISION                TO SC-REFERENCIA
             RELEASE REG-CONCI-SORT
             READ F-DECISIONES
           END-PERFORM
           CLOSE F-DECISIONES
           .
      ******************************************************************
       2700-CARGAR-GRADUADOS.
           READ F-GRADUADOS
           PERFORM UNTIL NOT FS-GRADUADOS-OK
             ADD 1 TO C-GRADUADOS-LEIDOS
             MOVE SPACES TO REG-CONCI-SORT
             MOVE GR-NIF          TO SC-NIF
             MOVE 0               TO SC-ASIGNATURA
             SET SC-GRADUADO TO TRUE
             MOVE GR-COLEGIO      TO SC-COLEGIO
             MOVE 0               TO SC-NOTA
             RELEASE REG-CONCI-SORT
             READ F-GRADUADOS
           END-PERFORM
           CLOSE F-GRADUADOS
           .
      ******************************************************************
       2800-CARGAR-TITULOS.
      *    DEL LIBRO SOLO CUENTAN LOS TITULOS EXPEDIDOS EN EL ANO
           IF FS-TITULOS-OK THEN
             READ F-TITULOS
             PERFORM UNTIL NOT FS-TITULOS-OK
               IF TIT-ANO = WS-ANO-CIERRE THEN
                 ADD 1 TO C-TITULOS-LEIDOS
                 MOVE SPACES TO REG-CONCI-SORT
                 MOVE TIT-NIF         TO SC-NIF
                 MOVE 0               TO SC-ASIGNATURA
                 SET SC-TITULO TO TRUE
                 MOVE TIT-COLEGIO     TO SC-COLEGIO
                 MOVE 0               TO SC-NOTA
                 MOVE TIT-SERIE       TO SC-REFERENCIA
                 RELEASE REG-CONCI-SORT
               END-IF
               READ F-TITULOS
             END-PERFORM
             CLOSE F-TITULOS
           END-IF
           .
      ******************************************************************
       3000-CONCILIAR.
      *    POR CADA NIF LLEGAN PRIMERO LOS DATOS DEL ALUMNO (MAESTRO,
      *    BOLETINES, DECISION, GRADUADO, TITULO) Y DESPUES CADA
      *    ASIGNATURA CON SU MATRICULA, NOTA FINAL Y LINEA DE ACTA
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3010-RETURN-CONCI
           PERFORM UNTIL FIN-DE-SORT
             PERFORM 3100-ABRIR-ALUMNO
             PERFORM UNTIL FIN-DE-SORT OR SC-NIF NOT = WS-NIF-ACTUAL
               IF SC-ASIGNATURA = 0 THEN
                 PERFORM 3150-DATO-DEL-ALUMNO
                 PERFORM 3010-RETURN-CONCI
               ELSE
                 PERFORM 3200-ABRIR-PAREJA
                 PERFORM UNTIL FIN-DE-SORT
                         OR SC-NIF NOT = WS-NIF-ACTUAL
                         OR SC-ASIGNATURA NOT = WS-ASIG-ACTUAL
                   PERFORM 3250-DATO-DE-LA-PAREJA
                   PERFORM 3010-RETURN-CONCI
                 END-PERFORM
                 PERFORM 3300-CERRAR-PAREJA
               END-IF
             END-PERFORM
             PERFORM 3400-CERRAR-ALUMNO
           END-PERFORM
           CLOSE F-DESCUADRES
           .
      ******************************************************************
       3010-RETURN-CONCI.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3100-ABRIR-ALUMNO.
           ADD 1 TO C-ALUMNOS-REVISADOS
           MOVE SC-NIF  TO WS-NIF-ACTUAL
           MOVE 0       TO WS-AL-COLEGIO
           MOVE 0       TO WS-AL-PAGINAS
           MOVE SPACES  TO WS-AL-DECISION
           MOVE SPACES  TO WS-AL-SERIE
           MOVE 'NNNNN' TO WS-AL-FLAGS
           MOVE 21      TO WS-IDX-ETAPA
           .
      ******************************************************************
       3150-DATO-DEL-ALUMNO.
      *    EL COLEGIO ES EL DEL MAESTRO; SI EL ALUMNO NO ESTA, EL DEL
      *    PRIMER DOCUMENTO QUE LO TRAIGA
           IF WS-AL-COLEGIO = 0 THEN
             MOVE SC-COLEGIO TO WS-AL-COLEGIO
           END-IF
           EVALUATE TRUE
             WHEN SC-MAESTRO
               SET ALUMNO-EN-MAESTRO TO TRUE
               PERFORM 3160-ETAPA-DEL-ALUMNO
             WHEN SC-BOLETIN
               ADD 1 TO WS-AL-PAGINAS
             WHEN SC-DECISION
               SET ALUMNO-CON-DECISION TO TRUE
               MOVE SC-REFERENCIA TO WS-AL-DECISION
             WHEN SC-GRADUADO
               SET ALUMNO-GRADUADO TO TRUE
             WHEN SC-TITULO
               SET ALUMNO-CON-TITULO TO TRUE
               MOVE SC-REFERENCIA TO WS-AL-SERIE
           END-EVALUATE
           .
      ******************************************************************
       3160-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN EL MAESTRO; EL QUE NO ESTA EN
      *    EL MAESTRO QUEDA EN LA 21 (SIN ETAPA)
           MOVE SC-COLEGIO TO W-ET-COLEGIO
           MOVE SC-CURSO TO W-ET-CURSO
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
       3200-ABRIR-PAREJA.
           MOVE SC-ASIGNATURA TO WS-ASIG-ACTUAL
           MOVE 0             TO WS-PR-NOTA
           MOVE 0             TO WS-PR-ACTA-NOTA
           MOVE SPACES        TO WS-PR-ACTA-MARCA
           MOVE 0             TO WS-PR-ACTA-COLEGIO
           MOVE 'NNN'         TO WS-PR-FLAGS
           .
      ******************************************************************
       3250-DATO-DE-LA-PAREJA.
           EVALUATE TRUE
             WHEN SC-MATRICULA
               SET PAR-MATRICULADO TO TRUE
             WHEN SC-NOTA-FINAL
               SET PAR-CON-NOTA-FINAL TO TRUE
               MOVE SC-NOTA TO WS-PR-NOTA
             WHEN SC-LINEA-ACTA
               SET PAR-EN-ACTA TO TRUE
               MOVE SC-NOTA    TO WS-PR-ACTA-NOTA
               MOVE SC-MARCA   TO WS-PR-ACTA-MARCA
               MOVE SC-COLEGIO TO WS-PR-ACTA-COLEGIO
           END-EVALUATE
           .
      ******************************************************************
       3300-CERRAR-PAREJA.
           IF WS-AL-COLEGIO = 0 THEN
             MOVE WS-PR-ACTA-COLEGIO TO WS-AL-COLEGIO
           END-IF
           PERFORM 3350-TEXTO-ACTA
           IF PAR-MATRICULADO THEN
             ADD 1 TO C-MATRICULAS
             ADD 1 TO T-RE-MATRICULAS (WS-IDX-ETAPA)
             SET ALUMNO-MATRICULADO TO TRUE
             IF NOT PAR-CON-NOTA-FINAL THEN
               MOVE 1 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               IF PAR-EN-ACTA THEN
                 STRING 'EN EL ACTA: ' WS-TEXTO-ACTA
                     DELIMITED BY SIZE INTO WS-DETALLE
               END-IF
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
             IF NOT PAR-EN-ACTA THEN
               MOVE 3 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
           ELSE
             IF PAR-CON-NOTA-FINAL THEN
               MOVE 2 TO WS-CATEGORIA
               MOVE WS-PR-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-DETALLE
               STRING 'NOTA FINAL: ' WS-NOTA-ED
                   DELIMITED BY SIZE INTO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
             IF PAR-EN-ACTA THEN
               MOVE 4 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               STRING 'EN EL ACTA: ' WS-TEXTO-ACTA
                   DELIMITED BY SIZE INTO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
           END-IF
      *    UNA PERDIDA DE EVALUACION CONTINUA NO LLEVA NOTA EN EL ACTA
      *    Y UN NP SE COMPARA COMO UN CERO
           IF PAR-CON-NOTA-FINAL AND PAR-EN-ACTA
               AND NOT PAR-ACTA-PEC
               AND WS-PR-ACTA-NOTA NOT = WS-PR-NOTA THEN
             MOVE 5 TO WS-CATEGORIA
             MOVE WS-PR-NOTA TO WS-NOTA-ED
             MOVE SPACES TO WS-DETALLE
             STRING 'NOTA FINAL: ' WS-NOTA-ED
                    '  EN EL ACTA: ' WS-TEXTO-ACTA
                 DELIMITED BY SIZE INTO WS-DETALLE
             PERFORM 3500-GRABAR-DESCUADRE
           END-IF
           .
      ******************************************************************
       3350-TEXTO-ACTA.
           IF WS-PR-ACTA-MARCA = SPACES THEN
             MOVE WS-PR-ACTA-NOTA TO WS-NOTA-ED
             MOVE WS-NOTA-ED TO WS-TEXTO-ACTA
           ELSE
             MOVE WS-PR-ACTA-MARCA TO WS-TEXTO-ACTA
           END-IF
           .
      ******************************************************************
       3400-CERRAR-ALUMNO.
           MOVE 0 TO WS-ASIG-ACTUAL
           ADD 1 TO T-RE-ALUMNOS (WS-IDX-ETAPA)
           IF ALUMNO-MATRICULADO THEN
             IF NOT ALUMNO-EN-MAESTRO THEN
               MOVE 6 TO WS-CATEGORIA
               MOVE 'SIN COLEGIO EN EL MAESTRO DE ALUMNOS'
                 TO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
             IF WS-AL-PAGINAS = 0 THEN
               MOVE 7 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
             IF NOT ALUMNO-CON-DECISION THEN
               MOVE 9 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
           ELSE
             IF WS-AL-PAGINAS > 0 THEN
               MOVE 8 TO WS-CATEGORIA
               MOVE WS-AL-PAGINAS TO WS-PAGINAS-ED
               MOVE SPACES TO WS-DETALLE
               STRING 'PAGINAS DE BOLETIN: ' WS-PAGINAS-ED
                   DELIMITED BY SIZE INTO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
             IF ALUMNO-CON-DECISION THEN
               MOVE 10 TO WS-CATEGORIA
               MOVE SPACES TO WS-DETALLE
               STRING 'DECISION: ' WS-AL-DECISION
                   DELIMITED BY SIZE INTO WS-DETALLE
               PERFORM 3500-GRABAR-DESCUADRE
             END-IF
           END-IF
           IF ALUMNO-GRADUADO AND NOT ALUMNO-CON-TITULO THEN
             MOVE 11 TO WS-CATEGORIA
             MOVE SPACES TO WS-DETALLE
             PERFORM 3500-GRABAR-DESCUADRE
           END-IF
           IF ALUMNO-CON-TITULO AND NOT ALUMNO-GRADUADO THEN
             MOVE 12 TO WS-CATEGORIA
             MOVE SPACES TO WS-DETALLE
             STRING 'SERIE DEL TITULO: ' WS-AL-SERIE
                 DELIMITED BY SIZE INTO WS-DETALLE
             PERFORM 3500-GRABAR-DESCUADRE
           END-IF
           .
      ******************************************************************
       3500-GRABAR-DESCUADRE.
           MOVE SPACES         TO REG-DESCUADRE
           MOVE WS-AL-COLEGIO  TO DS-COLEGIO
           MOVE WS-CATEGORIA   TO DS-CATEGORIA
           MOVE WS-NIF-ACTUAL  TO DS-NIF
           MOVE WS-ASIG-ACTUAL TO DS-ASIGNATURA
           MOVE WS-DETALLE     TO DS-DETALLE
           WRITE REG-DESCUADRE-ENT FROM REG-DESCUADRE
           ADD 1 TO C-DESCUADRES
           ADD 1 TO T-TOTAL-CATEGORIA (WS-CATEGORIA)
           ADD 1 TO T-RE-DESCUADRES (WS-IDX-ETAPA)
           .
      ******************************************************************
       3600-LISTAR-DESCUADRES.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3610-RETURN-DESCUADRE
           PERFORM UNTIL FIN-DE-SORT
             IF DS-COLEGIO NOT = WS-COLEGIO-LISTADO THEN
               PERFORM 3650-TOTAL-CATEGORIA
               PERFORM 3660-TOTAL-COLEGIO
               MOVE DS-COLEGIO TO WS-COLEGIO-LISTADO
               MOVE 0 TO WS-CATEGORIA-LISTADO
               PERFORM 3620-CABECERA-COLEGIO
             END-IF
             IF DS-CATEGORIA NOT = WS-CATEGORIA-LISTADO THEN
               PERFORM 3650-TOTAL-CATEGORIA
               MOVE DS-CATEGORIA TO WS-CATEGORIA-LISTADO
               PERFORM 3630-CABECERA-CATEGORIA
             END-IF
             PERFORM 3640-LINEA-DESCUADRE
             PERFORM 3610-RETURN-DESCUADRE
           END-PERFORM
           PERFORM 3650-TOTAL-CATEGORIA
           PERFORM 3660-TOTAL-COLEGIO
           .
      ******************************************************************
       3610-RETURN-DESCUADRE.
           RETURN F-SORT2
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3620-CABECERA-COLEGIO.
           WRITE LINEA-LISTADO FROM LINEA-CON-TITULO
               AFTER ADVANCING CANAL-12
           MOVE WS-COLEGIO-LISTADO TO LCC-COLEGIO
           WRITE LINEA-LISTADO FROM LINEA-CON-COLEGIO AFTER 2
           MOVE 3 TO C-LINEAS
           .
      ******************************************************************
       3630-CABECERA-CATEGORIA.
           IF C-LINEAS >= 55 THEN
             PERFORM 3620-CABECERA-COLEGIO
           END-IF
           MOVE T-NOMBRE-CATEGORIA (WS-CATEGORIA-LISTADO)
             TO LCA-CATEGORIA
           WRITE LINEA-LISTADO FROM LINEA-CON-CATEGORIA AFTER 2
           WRITE LINEA-LISTADO FROM LINEA-CON-COLUMNAS AFTER 1
           ADD 3 TO C-LINEAS
           .
      ******************************************************************
       3640-LINEA-DESCUADRE.
           IF C-LINEAS >= 60 THEN
             PERFORM 3620-CABECERA-COLEGIO
             PERFORM 3630-CABECERA-CATEGORIA
           END-IF
           MOVE DS-NIF TO LCD-NIF
           IF DS-ASIGNATURA = 0 THEN
             MOVE SPACE TO LCD-ASIGNATURA
           ELSE
             MOVE DS-ASIGNATURA TO LCD-ASIGNATURA
           END-IF
           MOVE DS-DETALLE TO LCD-DETALLE
           WRITE LINEA-LISTADO FROM LINEA-CON-DETALLE AFTER 1
           ADD 1 TO C-LINEAS
           ADD 1 TO C-DESC-CATEGORIA
           ADD 1 TO C-DESC-COLEGIO
           .
      ******************************************************************
       3650-TOTAL-CATEGORIA.
           IF C-DESC-CATEGORIA > 0 THEN
             MOVE 'TOTAL DESCUADRE:' TO LCO-TEXTO
             MOVE C-DESC-CATEGORIA TO LCO-TOTAL
             WRITE LINEA-LISTADO FROM LINEA-CON-TOTAL AFTER 1
             ADD 1 TO C-LINEAS
             MOVE 0 TO C-DESC-CATEGORIA
           END-IF
           .
      ******************************************************************
       3660-TOTAL-COLEGIO.
           IF C-DESC-COLEGIO > 0 THEN
             MOVE 'TOTAL COLEGIO:' TO LCO-TEXTO
             MOVE C-DESC-COLEGIO TO LCO-TOTAL
             WRITE LINEA-LISTADO FROM LINEA-CON-TOTAL AFTER 2
             MOVE 0 TO C-DESC-COLEGIO
           END-IF
           .
      ******************************************************************
       3800-RESUMEN-GENERAL.
           WRITE LINEA-LISTADO FROM LINEA-RES-TITULO
               AFTER ADVANCING CANAL-12
           MOVE SPACES TO LINEA-LISTADO
           WRITE LINEA-LISTADO AFTER 1
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1 UNTIL WS-IDX-CAT > 12
             MOVE T-NOMBRE-CATEGORIA (WS-IDX-CAT) TO LRC-CATEGORIA
             MOVE T-TOTAL-CATEGORIA (WS-IDX-CAT)  TO LRC-TOTAL
             WRITE LINEA-LISTADO FROM LINEA-RES-CATEGORIA AFTER 1
           END-PERFORM
           MOVE 'TOTAL DESCUADRES' TO LRC-CATEGORIA
           MOVE C-DESCUADRES TO LRC-TOTAL
           WRITE LINEA-LISTADO FROM LINEA-RES-CATEGORIA AFTER 2
           MOVE 'ALUMNOS REVISADOS' TO LRC-CATEGORIA
           MOVE C-ALUMNOS-REVISADOS TO LRC-TOTAL
           WRITE LINEA-LISTADO FROM LINEA-RES-CATEGORIA AFTER 2
           MOVE 'MATRICULAS REVISADAS' TO LRC-CATEGORIA
           MOVE C-MATRICULAS TO LRC-TOTAL
           WRITE LINEA-LISTADO FROM LINEA-RES-CATEGORIA AFTER 1
           PERFORM 3850-RESUMEN-ETAPAS
           .
      ******************************************************************
       3850-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB AFTER 2
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
               MOVE T-RE-MATRICULAS (WS-IDX-ETAPA)
                 TO LRE-MATRICULAS
               MOVE T-RE-DESCUADRES (WS-IDX-ETAPA)
                 TO LRE-DESCUADRES
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA AFTER 1
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3900-GRABAR-ESTADO.
      *    SE REESCRIBE EN CADA PASADA: EL ULTIMO ESTADO ES EL QUE VALE
           OPEN OUTPUT F-CIERRE
           IF NOT FS-CIERRE-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO CIERRECT'
               DISPLAY FS-CIERRE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE REG-CIERRE-CTL
           MOVE WS-ANO-CIERRE       TO CIE-ANO
           MOVE WS-FH-AAAAMMDD      TO CIE-FECHA
           MOVE C-ALUMNOS-REVISADOS TO CIE-ALUMNOS
           MOVE C-MATRICULAS        TO CIE-MATRICULAS
           MOVE C-DESCUADRES        TO CIE-DESCUADRES
           WRITE REG-CIERRE-CTL
           CLOSE F-CIERRE
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS DEL MAESTRO:    ' C-MAESTRO-LEIDOS
           DISPLAY 'MATRICULAS DEL ANO:     ' C-MATRICULAS-LEIDAS
           DISPLAY 'NOTAS FINALES:          ' C-NOTAS-FINALES
           DISPLAY 'LINEAS DE ACTA:         ' C-LINEAS-ACTA
           DISPLAY 'PAGINAS DE BOLETIN:     ' C-PAGINAS-BOLETIN
           DISPLAY 'DECISIONES:             ' C-DECISIONES-LEIDAS
           DISPLAY 'GRADUADOS:              ' C-GRADUADOS-LEIDOS
           DISPLAY 'TITULOS DEL ANO:        ' C-TITULOS-LEIDOS
           DISPLAY 'ALUMNOS REVISADOS:      ' C-ALUMNOS-REVISADOS
           DISPLAY 'DESCUADRES:             ' C-DESCUADRES
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-LISTADO
           MOVE C-ALUMNOS-REVISADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB3' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-DESCUADRES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
