       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAW.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PERDIDA DE EVALUACION CONTINUA POR FALTAS.     *
      *                 LEE EL FICHERO DE FALTAS (RFALTAS, ORDENADO    *
      *                 POR NIF) Y SUMA LAS HORAS DEL ANO DE SYSIN DE  *
      *                 CADA ALUMNO POR ASIGNATURA; SI EL PORCENTAJE   *
      *                 SOBRE LAS HORAS LECTIVAS DEL ANO DE ESA        *
      *                 ASIGNATURA (RHORASLE VIA MODHORAS) ALCANZA EL  *
      *                 UMBRAL DEL CURSO DEL ALUMNO (SEIS UMBRALES EN  *
      *                 SYSIN, 25% SI FALTAN; CURSO Y COLEGIO VIA EL   *
      *                 MAESTRO RALUMN02) EL ALUMNO PIERDE LA          *
      *                 EVALUACION CONTINUA EN ELLA. POR DEFECTO       *
      *                 CUENTAN TODAS LAS HORAS DE FALTA; CON 'N' EN   *
      *                 SYSIN SOLO LAS NO JUSTIFICADAS. EL ESTADO POR  *
      *                 NIF+ANO+ASIGNATURA (RPERDEVC) SE REESCRIBE     *
      *                 COMPLETO EN CADA PASADA Y UNA PERDIDA YA       *
      *                 ANOTADA NO SE RETIRA. CADA PERDIDA NUEVA SE    *
      *                 COMUNICA A LA FAMILIA CON UNA CARTA (DOMICILIO *
      *                 DEL MAESTRO RCONTACT SI SE APORTA) ASENTADA EN *
      *                 EL REGISTRO DE CORRESPONDENCIA (MODCORRE), Y   *
      *                 TODAS LAS DEL ANO SALEN EN LA LISTA DE         *
      *                 CONVOCADOS A LA PRUEBA FINAL, POR COLEGIO Y    *
      *                 ASIGNATURA. CARTAS Y LISTA SE ORDENAN CON UN   *
      *                 SORT INTERNO (COMO CCPRAC74).                  *
      *                 LAS PERDIDAS NUEVAS Y PREVIAS SE TOTALIZAN     *
      *                 TAMBIEN POR ETAPA EDUCATIVA DEL CURSO DEL      *
      *                 ALUMNO (MODETAPA) EN LOS TOTALES DEL PROCESO.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FALTAS ASSIGN FALTAS
               FILE STATUS IS FS-FALTAS.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-ESTADO-ANT ASSIGN PERDANT
               FILE STATUS IS FS-ESTADO-ANT.

           SELECT F-ESTADO-NUEVO ASSIGN PERDNUE
               FILE STATUS IS FS-ESTADO-NUEVO.

           SELECT F-CARTAS ASSIGN CARTAS
               FILE STATUS IS FS-CARTAS.

           SELECT F-CONVOCADOS ASSIGN CONVOCA
               FILE STATUS IS FS-CONVOCADOS.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-FALTAS
           RECORDING MODE IS F.
           COPY RFALTAS.

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-ESTADO-ANT
           RECORDING MODE IS F.
           COPY RPERDEVC.

       FD F-ESTADO-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-ESTADO-NUEVO.
       01 REG-ESTADO-NUEVO         PIC X(80).

       FD F-CARTAS
           RECORDING MODE IS F
           DATA RECORD LINEA-CARTA.
       01 LINEA-CARTA              PIC X(132).

       FD F-CONVOCADOS
           RECORDING MODE IS F
           DATA RECORD LINEA-CONVOCADOS.
       01 LINEA-CONVOCADOS         PIC X(132).

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       SD F-SORT
           DATA RECORD REG-PERDIDA-SORT.
       01 REG-PERDIDA-SORT.
           05 PS-COLEGIO           PIC 99.
           05 PS-ASIGNATURA        PIC 9.
           05 PS-NIF               PIC X(9).
           05 PS-NOMBRE            PIC X(15).
           05 PS-APELLIDOS         PIC X(30).
           05 PS-CURSO             PIC 9.
           05 PS-HORAS-FALTA       PIC 9(4).
           05 PS-HORAS-LECTIVAS    PIC 9(4).
           05 PS-PORCENTAJE        PIC 999.
           05 PS-FECHA             PIC X(8).
           05 PS-NUEVA             PIC X.
               88 PS-PERDIDA-NUEVA      VALUE 'S'.
           05 PS-DIRECCION         PIC X(25).
           05 PS-CP                PIC X(5).
           05 PS-TUTOR             PIC X(20).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-FALTAS PIC XX.
               88 FS-FALTAS-OK      VALUE '00'.
               88 FS-FALTAS-EOF     VALUE '10'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-ESTADO-ANT PIC XX.
               88 FS-ESTADO-ANT-OK  VALUE '00'.
               88 FS-ESTADO-ANT-EOF VALUE '10'.
               88 FS-ESTADO-ANT-NO-EXISTE VALUE '35'.
           05 FS-ESTADO-NUEVO PIC XX.
               88 FS-ESTADO-NUEVO-OK VALUE '00'.
           05 FS-CARTAS PIC XX.
               88 FS-CARTAS-OK      VALUE '00'.
           05 FS-CONVOCADOS PIC XX.
               88 FS-CONVOCADOS-OK  VALUE '00'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
               88 FS-CONTACTOS-EOF  VALUE '10'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-UMBRAL-CURSO OCCURS 6 PIC 9(3).
           05 WS-COMPUTO-FALTAS    PIC X.
               88 COMPUTAN-SOLO-NO-JUSTIFICADAS VALUE 'N'.
           05 FILLER               PIC X(57).

       01 WS-UMBRAL-DEFECTO       PIC 999 VALUE 025.
       01 WS-UMBRAL-ALUMNO        PIC 999.

       01 C-CONTADORES.
           05 C-FALTAS-LEIDAS     PIC 9(6) VALUE 0.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-PERDIDAS-NUEVAS   PIC 9(6) VALUE 0.
           05 C-PERDIDAS-PREVIAS  PIC 9(6) VALUE 0.
           05 C-CARTAS            PIC 9(6) VALUE 0.
           05 C-CONVOCADOS        PIC 9(6) VALUE 0.
           05 C-ASIG              PIC 9.
           05 C-LINEAS            PIC 999  VALUE 0.

       01 WS-ALUMNO-ACTUAL.
           05 WS-AA-NIF            PIC X(9).
           05 WS-AA-COLEGIO        PIC 99.
           05 WS-AA-CURSO          PIC 9.
           05 WS-AA-NOMBRE         PIC X(15).
           05 WS-AA-APELLIDOS      PIC X(30).
           05 WS-AA-HORAS          PIC 9(4) OCCURS 6.

      *    PERDIDAS YA ANOTADAS EN EL ANO DE SYSIN PARA EL ALUMNO EN
      *    CURSO, POR ASIGNATURA, TAL COMO VENIAN EN EL ESTADO
       01 T-PREVIAS.
           05 T-PR-ENTRADA OCCURS 6.
               10 T-PR-FLAG         PIC X.
                   88 T-PR-ANOTADA       VALUE 'S'.
               10 T-PR-REG          PIC X(80).

       01 T-LECTIVAS.
           05 T-LE-HORAS           PIC 9(4) OCCURS 6.

       01 W-HORAS-LOOKUP.
           05 W-HOR-ASIG        PIC 9.
           05 W-HOR-TRIM        PIC 9.
           05 W-HOR-HORAS       PIC 9(4).
           05 W-HOR-ENCONTRADO  PIC X.
               88 W-HORAS-ENCONTRADAS      VALUE 'S'.

       01 WS-PORCENTAJE           PIC 999.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-CORTE-ACTUAL.
           05 WS-CA-COLEGIO        PIC 99 VALUE 0.
           05 WS-CA-ASIGNATURA     PIC 9  VALUE 0.
       01 WS-CORTE-FLAG           PIC X VALUE 'N'.
           88 LISTA-INICIADA           VALUE 'S'.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

           COPY RPERDEVC REPLACING REG-PERDIDA-EVC
               BY REG-PERDIDA-SAL.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 W-ASIGN-LOOKUP.
           05 W-ASG-DIGITO      PIC 9.
           05 W-ASG-COD         PIC XXX.
           05 W-ASG-NOMBRE      PIC X(15).
           05 W-ASG-ENCONTRADO  PIC X.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 LINEA-CAR-BLANCO.
           05 FILLER  PIC X(132) VALUE SPACES.

       01 LINEA-CAR-TITULO.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 FILLER  PIC X(41) VALUE
               'PERDIDA DEL DERECHO A EVALUACION CONTINUA'.
           05 FILLER  PIC X(71) VALUE SPACES.

       01 LINEA-CAR-ALUMNO.
           05 FILLER  PIC X(9)  VALUE 'ALUMNO:  '.
           05 LCA-NOMBRE    PIC X(15).
           05 FILLER  PIC X     VALUE SPACE.
           05 LCA-APELLIDOS PIC X(30).
           05 FILLER  PIC X(7)  VALUE '  NIF: '.
           05 LCA-NIF PIC X(9).
           05 FILLER  PIC X(61) VALUE SPACES.

       01 LINEA-CAR-COLEGIO.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-NOMBRE    PIC X(15).
           05 FILLER  PIC X(14) VALUE '  ASIGNATURA: '.
           05 LCO-ASIGNATURA PIC X(15).
           05 FILLER  PIC X(79) VALUE SPACES.

       01 LINEA-CAR-DOMICILIO.
           05 FILLER  PIC X(11) VALUE 'DOMICILIO: '.
           05 LCD-DIRECCION PIC X(25).
           05 FILLER  PIC X(6)  VALUE '  CP: '.
           05 LCD-CP  PIC X(5).
           05 FILLER  PIC X(9)  VALUE '  TUTOR: '.
           05 LCD-TUTOR PIC X(20).
           05 FILLER  PIC X(56) VALUE SPACES.

       01 LINEA-CAR-HORAS.
           05 FILLER  PIC X(16) VALUE 'HORAS DE FALTA: '.
           05 LCH-HORAS PIC ZZZ9.
           05 FILLER  PIC X(20) VALUE '  HORAS LECTIVAS: '.
           05 LCH-LECTIVAS PIC ZZZ9.
           05 FILLER  PIC X(16) VALUE '  PORCENTAJE: '.
           05 LCH-PORCENTAJE PIC ZZ9.
           05 FILLER  PIC X     VALUE '%'.
           05 FILLER  PIC X(68) VALUE SPACES.

       01 LINEA-CAR-TEXTO-1.
           05 FILLER  PIC X(72) VALUE
               'SE COMUNICA A LA FAMILIA QUE LAS FALTAS DEL ALUMNO EN ES
      -        'TA ASIGNATURA   '.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-TEXTO-2.
           05 FILLER  PIC X(72) VALUE
               'SUPERAN EL LIMITE DE SU CURSO Y PIERDE LA EVALUACION CON
      -        'TINUA. QUEDA    '.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-TEXTO-3.
           05 FILLER  PIC X(72) VALUE
               'CONVOCADO A LA PRUEBA FINAL, CUYA FECHA LE COMUNICARA EL
      -        ' CENTRO.        '.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-VERIFICACION.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LCV-CODIGO PIC X(14).
           05 FILLER  PIC X(94) VALUE SPACES.

       01 LINEA-CON-TITULO.
           05 FILLER  PIC X(44) VALUE
               'CONVOCADOS A PRUEBA FINAL POR PERDIDA DE EV.'.
           05 FILLER  PIC X(19) VALUE ' CONTINUA - ANO:  '.
           05 LCT-ANO PIC 9(4).
           05 FILLER  PIC X(65) VALUE SPACES.

       01 LINEA-CON-CABECERA.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LCC-COLEGIO   PIC Z9.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCC-NOMBRE    PIC X(15).
           05 FILLER  PIC X(14) VALUE '  ASIGNATURA: '.
           05 LCC-ASIGNATURA PIC X(15).
           05 FILLER  PIC X(76) VALUE SPACES.

       01 LINEA-CON-COLUMNAS.
           05 FILLER  PIC X(10) VALUE 'NIF'.
           05 FILLER  PIC X(16) VALUE 'NOMBRE'.
           05 FILLER  PIC X(31) VALUE 'APELLIDOS'.
           05 FILLER  PIC X(6)  VALUE 'CURSO '.
           05 FILLER  PIC X(6)  VALUE 'HORAS '.
           05 FILLER  PIC X(5)  VALUE 'PCT. '.
           05 FILLER  PIC X(9)  VALUE 'FECHA'.
           05 FILLER  PIC X(49) VALUE SPACES.

       01 LINEA-CON-ALUMNO.
           05 LCL-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCL-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCL-APELLIDOS PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCL-CURSO     PIC Z9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LCL-HORAS     PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCL-PORCENTAJE PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCL-FECHA     PIC X(8).
           05 FILLER        PIC X(50) VALUE SPACES.

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
           05 T-EP-TOTALES OCCURS 21.
               10 T-EP-NUEVAS        PIC 9(6).
               10 T-EP-PREVIAS       PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-ETAPA-ROTULO         PIC X(22).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY PS-COLEGIO PS-ASIGNATURA PS-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-EVALUAR-FALTAS
               OUTPUT PROCEDURE 3000-IMPRIMIR
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
               DISPLAY '*CCPRACAW*SYSIN*ANO*INVALIDO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-ANO-ACADEMICO TO LCT-ANO
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             IF WS-UMBRAL-CURSO (C-ASIG) NOT NUMERIC
                 OR WS-UMBRAL-CURSO (C-ASIG) = ZERO THEN
               MOVE WS-UMBRAL-DEFECTO TO WS-UMBRAL-CURSO (C-ASIG)
               DISPLAY '*CCPRACAW*SYSIN*SIN*UMBRAL* CURSO ' C-ASIG
                   ' SE ASUME ' WS-UMBRAL-DEFECTO '%'
             END-IF
           END-PERFORM
           PERFORM 1050-HORAS-LECTIVAS-ANO
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRACAW'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRACAW*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-HORAS-LECTIVAS-ANO.
      *    EL DENOMINADOR DE CADA ASIGNATURA SON SUS HORAS LECTIVAS
      *    DEL ANO; SIN ELLAS LA ASIGNATURA NO SE PUEDE EVALUAR
           CALL "MODHORAS" USING 'O' W-HOR-ASIG W-HOR-TRIM
                                  W-HOR-HORAS W-HOR-ENCONTRADO
           END-CALL
           PERFORM VARYING W-HOR-ASIG FROM 1 BY 1
                   UNTIL W-HOR-ASIG > 6
             CALL "MODHORAS" USING 'A' W-HOR-ASIG W-HOR-TRIM
                                    W-HOR-HORAS W-HOR-ENCONTRADO
             END-CALL
             IF W-HORAS-ENCONTRADAS THEN
               MOVE W-HOR-HORAS TO T-LE-HORAS (W-HOR-ASIG)
             ELSE
               MOVE 0 TO T-LE-HORAS (W-HOR-ASIG)
             END-IF
             IF T-LE-HORAS (W-HOR-ASIG) = 0 THEN
               DISPLAY '*CCPRACAW*SIN*HORAS*LECTIVAS* ASIGNATURA '
                   W-HOR-ASIG ' NO SE EVALUA'
             END-IF
           END-PERFORM
           CALL "MODHORAS" USING 'C' W-HOR-ASIG W-HOR-TRIM
                                  W-HOR-HORAS W-HOR-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-FALTAS
           IF NOT FS-FALTAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO FALTAS'
               DISPLAY FS-FALTAS
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

           OPEN INPUT F-ESTADO-ANT
           IF FS-ESTADO-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAW*SIN*ESTADO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO PE-NIF OF REG-PERDIDA-EVC
           ELSE
             IF NOT FS-ESTADO-ANT-OK THEN
               DISPLAY 'ERROR LEER FICHERO ESTADO'
               DISPLAY FS-ESTADO-ANT
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 2600-LEER-ESTADO
           END-IF

           OPEN OUTPUT F-ESTADO-NUEVO
           IF NOT FS-ESTADO-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ESTADO NUEVO'
               DISPLAY FS-ESTADO-NUEVO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-CARTAS
           IF NOT FS-CARTAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CARTAS'
               DISPLAY FS-CARTAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-CONVOCADOS
           IF NOT FS-CONVOCADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CONVOCADOS'
               DISPLAY FS-CONVOCADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'SIN MAESTRO DE CONTACTO - CARTAS SIN '
                   'DOMICILIO'
               MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           ELSE
               PERFORM 2800-LEER-CONTACTO
           END-IF
           .
      ******************************************************************
       2000-EVALUAR-FALTAS.
      *    CASA FALTAS Y ESTADO ANTERIOR POR NIF: UN ALUMNO SIN FALTAS
      *    PERO CON PERDIDAS YA ANOTADAS SIGUE CONVOCADO
           PERFORM 2500-LEER-FALTA
           PERFORM UNTIL NIF OF REG-FALTAS = HIGH-VALUES
                     AND PE-NIF OF REG-PERDIDA-EVC = HIGH-VALUES
             IF NIF OF REG-FALTAS < PE-NIF OF REG-PERDIDA-EVC THEN
               MOVE NIF OF REG-FALTAS TO WS-AA-NIF
             ELSE
               MOVE PE-NIF OF REG-PERDIDA-EVC TO WS-AA-NIF
             END-IF
             PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
               MOVE 0 TO WS-AA-HORAS (C-ASIG)
             END-PERFORM
             PERFORM UNTIL NIF OF REG-FALTAS NOT = WS-AA-NIF
               IF ANO-ACADEMICO OF REG-FALTAS = WS-ANO-ACADEMICO
                   AND ASIGNATURA OF REG-FALTAS >= 1
                   AND ASIGNATURA OF REG-FALTAS <= 6
                   AND (FALTA-NO-JUSTIFICADA
                     OR NOT COMPUTAN-SOLO-NO-JUSTIFICADAS) THEN
                 ADD HORAS-FALTA OF REG-FALTAS
                   TO WS-AA-HORAS (ASIGNATURA OF REG-FALTAS)
               END-IF
               PERFORM 2500-LEER-FALTA
             END-PERFORM
             ADD 1 TO C-ALUMNOS
             PERFORM 2100-ESTADO-DEL-ALUMNO
             PERFORM 2200-BUSCAR-MAESTRO
             PERFORM 2300-EVALUAR-ALUMNO
           END-PERFORM
           CLOSE F-FALTAS
           CLOSE F-MAESTRO
           IF FS-ESTADO-ANT-OK OR FS-ESTADO-ANT-EOF THEN
             CLOSE F-ESTADO-ANT
           END-IF
           .
      ******************************************************************
       2100-ESTADO-DEL-ALUMNO.
      *    EL ESTADO VA POR NIF+ANO+ASIGNATURA: LOS ANOS ANTERIORES
      *    PASAN TAL CUAL Y LAS DEL ANO DE SYSIN SE GUARDAN PARA
      *    GRABARLAS JUNTO A LAS NUEVAS EN ORDEN DE ASIGNATURA
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE 'N' TO T-PR-FLAG (C-ASIG)
           END-PERFORM
           PERFORM UNTIL PE-NIF OF REG-PERDIDA-EVC NOT = WS-AA-NIF
                     OR PE-ANO OF REG-PERDIDA-EVC >= WS-ANO-ACADEMICO
             WRITE REG-ESTADO-NUEVO FROM REG-PERDIDA-EVC
             PERFORM 2600-LEER-ESTADO
           END-PERFORM
           PERFORM UNTIL PE-NIF OF REG-PERDIDA-EVC NOT = WS-AA-NIF
                     OR PE-ANO OF REG-PERDIDA-EVC NOT = WS-ANO-ACADEMICO
             IF PE-ASIGNATURA OF REG-PERDIDA-EVC >= 1
                 AND PE-ASIGNATURA OF REG-PERDIDA-EVC <= 6 THEN
               MOVE 'S' TO T-PR-FLAG (PE-ASIGNATURA OF REG-PERDIDA-EVC)
               MOVE REG-PERDIDA-EVC
                 TO T-PR-REG (PE-ASIGNATURA OF REG-PERDIDA-EVC)
             ELSE
               WRITE REG-ESTADO-NUEVO FROM REG-PERDIDA-EVC
             END-IF
             PERFORM 2600-LEER-ESTADO
           END-PERFORM
           .
      ******************************************************************
       2200-BUSCAR-MAESTRO.
           PERFORM UNTIL FS-MAESTRO-EOF
                   OR NIF OF REG-ALUMNOS-GRAL >= WS-AA-NIF
             READ F-MAESTRO
             IF NOT FS-MAESTRO-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
             END-IF
           END-PERFORM
           IF NIF OF REG-ALUMNOS-GRAL = WS-AA-NIF THEN
             MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO WS-AA-COLEGIO
             MOVE CURSO OF REG-ALUMNOS-GRAL     TO WS-AA-CURSO
             MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO WS-AA-NOMBRE
             MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO WS-AA-APELLIDOS
           ELSE
             MOVE 0 TO WS-AA-COLEGIO
             MOVE 0 TO WS-AA-CURSO
             MOVE 'ALUMNO DESCON.' TO WS-AA-NOMBRE
             MOVE SPACES TO WS-AA-APELLIDOS
           END-IF
           IF WS-AA-CURSO >= 1 AND WS-AA-CURSO <= 6 THEN
             MOVE WS-UMBRAL-CURSO (WS-AA-CURSO) TO WS-UMBRAL-ALUMNO
           ELSE
             MOVE WS-UMBRAL-DEFECTO TO WS-UMBRAL-ALUMNO
           END-IF
           PERFORM 2250-ETAPA-DEL-ALUMNO
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    LAS PERDIDAS SE CUENTAN POR LA ETAPA DEL CURSO DEL ALUMNO
      *    EN SU COLEGIO (21 = SIN ETAPA)
           MOVE WS-AA-COLEGIO TO W-ET-COLEGIO
           MOVE WS-AA-CURSO TO W-ET-CURSO
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
       2300-EVALUAR-ALUMNO.
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE 0 TO WS-PORCENTAJE
             IF T-LE-HORAS (C-ASIG) > 0
                 AND WS-AA-HORAS (C-ASIG) > 0 THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-AA-HORAS (C-ASIG) * 100 / T-LE-HORAS (C-ASIG)
                   ON SIZE ERROR MOVE 999 TO WS-PORCENTAJE
               END-COMPUTE
             END-IF
             EVALUATE TRUE
               WHEN T-PR-ANOTADA (C-ASIG)
      *          LA PERDIDA YA ANOTADA NO SE RETIRA NI SE REPITE LA
      *          CARTA, PERO EL ALUMNO SIGUE EN LA LISTA
                 MOVE T-PR-REG (C-ASIG) TO REG-PERDIDA-SAL
                 ADD 1 TO C-PERDIDAS-PREVIAS
                 ADD 1 TO T-EP-PREVIAS (WS-IDX-ETAPA)
                 WRITE REG-ESTADO-NUEVO FROM REG-PERDIDA-SAL
                 PERFORM 2400-SOLTAR-PERDIDA
               WHEN WS-PORCENTAJE >= WS-UMBRAL-ALUMNO
                   AND WS-PORCENTAJE > 0
                 INITIALIZE REG-PERDIDA-SAL
                 MOVE WS-AA-NIF        TO PE-NIF OF REG-PERDIDA-SAL
                 MOVE WS-ANO-ACADEMICO TO PE-ANO OF REG-PERDIDA-SAL
                 MOVE C-ASIG     TO PE-ASIGNATURA OF REG-PERDIDA-SAL
                 MOVE WS-AA-COLEGIO    TO PE-COLEGIO OF REG-PERDIDA-SAL
                 MOVE WS-AA-CURSO      TO PE-CURSO OF REG-PERDIDA-SAL
                 MOVE WS-AA-HORAS (C-ASIG)
                   TO PE-HORAS-FALTA OF REG-PERDIDA-SAL
                 MOVE T-LE-HORAS (C-ASIG)
                   TO PE-HORAS-LECTIVAS OF REG-PERDIDA-SAL
                 MOVE WS-PORCENTAJE TO PE-PORCENTAJE OF REG-PERDIDA-SAL
                 MOVE WS-UMBRAL-ALUMNO TO PE-UMBRAL OF REG-PERDIDA-SAL
                 MOVE WS-FH-AAAAMMDD   TO PE-FECHA OF REG-PERDIDA-SAL
                 ADD 1 TO C-PERDIDAS-NUEVAS
                 ADD 1 TO T-EP-NUEVAS (WS-IDX-ETAPA)
                 WRITE REG-ESTADO-NUEVO FROM REG-PERDIDA-SAL
                 PERFORM 2400-SOLTAR-PERDIDA
             END-EVALUATE
           END-PERFORM
      *    LO QUE QUEDE DEL ALUMNO ES DE UN ANO POSTERIOR AL DE SYSIN
           PERFORM UNTIL PE-NIF OF REG-PERDIDA-EVC NOT = WS-AA-NIF
             WRITE REG-ESTADO-NUEVO FROM REG-PERDIDA-EVC
             PERFORM 2600-LEER-ESTADO
           END-PERFORM
           .
      ******************************************************************
       2400-SOLTAR-PERDIDA.
           INITIALIZE REG-PERDIDA-SORT
           MOVE WS-AA-COLEGIO   TO PS-COLEGIO
           MOVE C-ASIG          TO PS-ASIGNATURA
           MOVE WS-AA-NIF       TO PS-NIF
           MOVE WS-AA-NOMBRE    TO PS-NOMBRE
           MOVE WS-AA-APELLIDOS TO PS-APELLIDOS
           MOVE WS-AA-CURSO     TO PS-CURSO
           MOVE PE-HORAS-FALTA OF REG-PERDIDA-SAL    TO PS-HORAS-FALTA
           MOVE PE-HORAS-LECTIVAS OF REG-PERDIDA-SAL
             TO PS-HORAS-LECTIVAS
           MOVE PE-PORCENTAJE OF REG-PERDIDA-SAL     TO PS-PORCENTAJE
           MOVE PE-FECHA OF REG-PERDIDA-SAL          TO PS-FECHA
           IF T-PR-ANOTADA (C-ASIG) THEN
             MOVE 'N' TO PS-NUEVA
           ELSE
             MOVE 'S' TO PS-NUEVA
           END-IF
           PERFORM UNTIL NIF OF REG-CONTACTO >= WS-AA-NIF
             PERFORM 2800-LEER-CONTACTO
           END-PERFORM
           IF NIF OF REG-CONTACTO = WS-AA-NIF THEN
             MOVE DIRECCION OF REG-CONTACTO     TO PS-DIRECCION
             MOVE CODIGO-POSTAL OF REG-CONTACTO TO PS-CP
             MOVE TUTOR-LEGAL OF REG-CONTACTO   TO PS-TUTOR
           END-IF
           RELEASE REG-PERDIDA-SORT
           .
      ******************************************************************
       2500-LEER-FALTA.
           READ F-FALTAS
           IF NOT FS-FALTAS-OK THEN
             MOVE HIGH-VALUES TO NIF OF REG-FALTAS
           ELSE
             ADD 1 TO C-FALTAS-LEIDAS
           END-IF
           .
      ******************************************************************
       2600-LEER-ESTADO.
           IF FS-ESTADO-ANT-OK THEN
             READ F-ESTADO-ANT
             IF NOT FS-ESTADO-ANT-OK THEN
               MOVE HIGH-VALUES TO PE-NIF OF REG-PERDIDA-EVC
             END-IF
           ELSE
             MOVE HIGH-VALUES TO PE-NIF OF REG-PERDIDA-EVC
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
       3000-IMPRIMIR.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-PERDIDA
           PERFORM UNTIL FIN-DE-SORT
             PERFORM 3150-NOMBRES-DEL-CORTE
             IF NOT LISTA-INICIADA
                 OR PS-COLEGIO NOT = WS-CA-COLEGIO
                 OR PS-ASIGNATURA NOT = WS-CA-ASIGNATURA THEN
               SET LISTA-INICIADA TO TRUE
               MOVE PS-COLEGIO    TO WS-CA-COLEGIO
               MOVE PS-ASIGNATURA TO WS-CA-ASIGNATURA
               PERFORM 3400-CABECERA-CONVOCADOS
             END-IF
             PERFORM 3500-LINEA-CONVOCADO
             IF PS-PERDIDA-NUEVA THEN
               PERFORM 3200-IMPRIMIR-CARTA
             END-IF
             PERFORM 3100-RETURN-PERDIDA
           END-PERFORM
           .
      ******************************************************************
       3100-RETURN-PERDIDA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3150-NOMBRES-DEL-CORTE.
           MOVE PS-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE PS-ASIGNATURA TO W-ASG-DIGITO
           CALL "MODASIGN" USING 'L' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           IF W-ASG-ENCONTRADO NOT = 'S' THEN
             MOVE SPACES TO W-ASG-NOMBRE
             STRING 'ASIGNATURA ' PS-ASIGNATURA DELIMITED BY SIZE
               INTO W-ASG-NOMBRE
           END-IF
           .
      ******************************************************************
       3200-IMPRIMIR-CARTA.
           PERFORM 3300-ASENTAR-CARTA
           WRITE LINEA-CARTA FROM LINEA-CAR-TITULO
               AFTER ADVANCING CANAL-12
           WRITE LINEA-CARTA FROM LINEA-CAR-BLANCO AFTER 2
           MOVE PS-NOMBRE    TO LCA-NOMBRE
           MOVE PS-APELLIDOS TO LCA-APELLIDOS
           MOVE PS-NIF       TO LCA-NIF
           WRITE LINEA-CARTA FROM LINEA-CAR-ALUMNO AFTER 1
           MOVE W-NOMB-COLEGIO TO LCO-NOMBRE
           MOVE W-ASG-NOMBRE   TO LCO-ASIGNATURA
           WRITE LINEA-CARTA FROM LINEA-CAR-COLEGIO AFTER 1
           IF PS-DIRECCION NOT = SPACES THEN
             MOVE PS-DIRECCION TO LCD-DIRECCION
             MOVE PS-CP        TO LCD-CP
             MOVE PS-TUTOR     TO LCD-TUTOR
             WRITE LINEA-CARTA FROM LINEA-CAR-DOMICILIO AFTER 1
           END-IF
           MOVE PS-HORAS-FALTA    TO LCH-HORAS
           MOVE PS-HORAS-LECTIVAS TO LCH-LECTIVAS
           MOVE PS-PORCENTAJE     TO LCH-PORCENTAJE
           WRITE LINEA-CARTA FROM LINEA-CAR-HORAS AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-BLANCO AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-1 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-2 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-3 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-VERIFICACION AFTER 2
           ADD 1 TO C-CARTAS
           .
      ******************************************************************
       3300-ASENTAR-CARTA.
      *    LA CARTA QUEDA EN EL REGISTRO DE CORRESPONDENCIA ANTES DE
      *    IMPRIMIRSE; SIN CODIGO NO SE ENVIA NINGUNA
           MOVE PS-NIF           TO W-CO-NIF
           MOVE PS-COLEGIO       TO W-CO-COLEGIO
           MOVE WS-ANO-ACADEMICO TO W-CO-ANO
           MOVE SPACES           TO W-CO-REFERENCIA
           STRING 'PEC ASIG ' PS-ASIGNATURA DELIMITED BY SIZE
               INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRACAW'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRACAW*ERROR*ASENTAR*CARTA* ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'FAL' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRACAW' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LCV-CODIGO
           .
      ******************************************************************
       3400-CABECERA-CONVOCADOS.
           WRITE LINEA-CONVOCADOS FROM LINEA-CON-TITULO
               AFTER ADVANCING CANAL-12
           MOVE PS-COLEGIO     TO LCC-COLEGIO
           MOVE W-NOMB-COLEGIO TO LCC-NOMBRE
           MOVE W-ASG-NOMBRE   TO LCC-ASIGNATURA
           WRITE LINEA-CONVOCADOS FROM LINEA-CON-CABECERA AFTER 2
           WRITE LINEA-CONVOCADOS FROM LINEA-CON-COLUMNAS AFTER 2
           MOVE 5 TO C-LINEAS
           .
      ******************************************************************
       3500-LINEA-CONVOCADO.
           MOVE PS-NIF         TO LCL-NIF
           MOVE PS-NOMBRE      TO LCL-NOMBRE
           MOVE PS-APELLIDOS   TO LCL-APELLIDOS
           MOVE PS-CURSO       TO LCL-CURSO
           MOVE PS-HORAS-FALTA TO LCL-HORAS
           MOVE PS-PORCENTAJE  TO LCL-PORCENTAJE
           MOVE PS-FECHA       TO LCL-FECHA
           WRITE LINEA-CONVOCADOS FROM LINEA-CON-ALUMNO AFTER 1
           ADD 1 TO C-CONVOCADOS
           ADD 1 TO C-LINEAS
           IF C-LINEAS >= 60 THEN
             PERFORM 3400-CABECERA-CONVOCADOS
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'FALTAS LEIDAS:      ' C-FALTAS-LEIDAS
           DISPLAY 'ALUMNOS TRATADOS:   ' C-ALUMNOS
           DISPLAY 'PERDIDAS NUEVAS:    ' C-PERDIDAS-NUEVAS
           DISPLAY 'PERDIDAS PREVIAS:   ' C-PERDIDAS-PREVIAS
           DISPLAY 'CARTAS GENERADAS:   ' C-CARTAS
           DISPLAY 'CONVOCADOS:         ' C-CONVOCADOS
           PERFORM 4100-PERDIDAS-POR-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'C' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRACAW'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CLOSE F-ESTADO-NUEVO
           CLOSE F-CARTAS
           CLOSE F-CONVOCADOS
           IF FS-CONTACTOS-OK OR FS-CONTACTOS-EOF THEN
             CLOSE F-CONTACTOS
           END-IF
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAW' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-PERDIDAS-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-EP-NUEVAS (WS-IDX-ETAPA) > 0
                 OR T-EP-PREVIAS (WS-IDX-ETAPA) > 0 THEN
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
               DISPLAY 'PERDIDAS ETAPA ' WS-ETAPA-ROTULO ': NUEVAS '
                   T-EP-NUEVAS (WS-IDX-ETAPA)
                   ' PREVIAS ' T-EP-PREVIAS (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
