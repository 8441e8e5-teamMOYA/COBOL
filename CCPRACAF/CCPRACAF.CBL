       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAF.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: ADJUDICACION DE OPTATIVAS DEL ANO ACADEMICO DE *
      *                 SYSIN. CRUZA POR NIF LAS PREFERENCIAS DE       *
      *                 RPREFOPT (CCPRACAE) CON EL FICHERO DE ALUMNOS  *
      *                 (COLEGIO Y NOTA MEDIA) Y LAS ORDENA EN UN SORT *
      *                 INTERNO POR COLEGIO, CURSO Y MEDIA             *
      *                 DESCENDENTE. EN CADA COLEGIO+CURSO REPARTE LAS *
      *                 PLAZAS: CADA ALUMNO, POR ORDEN DE MEDIA (A     *
      *                 IGUAL MEDIA POR NIF), ENTRA EN LA PRIMERA DE   *
      *                 SUS OPCIONES ABIERTA Y CON PLAZA; DESPUES SE   *
      *                 CIERRA LA OPTATIVA ABIERTA CON MENOS ALUMNOS   *
      *                 QUE NO LLEGA A SU MINIMO Y SE VUELVE A         *
      *                 REPARTIR, HASTA QUE NO HAY NADA QUE CERRAR. EL *
      *                 MINIMO Y LAS PLAZAS SALEN DE ROPTCUPO (MANDA   *
      *                 LA LINEA MAS CONCRETA) O DE SYSIN. ESCRIBE LAS *
      *                 TRANSACCIONES DE ALTA DE CCPRAC26 DE CADA      *
      *                 ADJUDICACION E IMPRIME POR COLEGIO+CURSO EL    *
      *                 ESTADO DE CADA OPTATIVA Y LOS ALUMNOS QUE NO   *
      *                 HAN ENTRADO EN NINGUNA DE SUS OPCIONES.        *
      *                 CIERRA CON LOS ALUMNOS, ADJUDICADOS Y SIN      *
      *                 PLAZA DE CADA ETAPA EDUCATIVA (MODETAPA POR    *
      *                 COLEGIO+CURSO).                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PREFERENCIAS ASSIGN PREFOPT
               FILE STATUS IS FS-PREFERENCIAS.

           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-CUPOS ASSIGN OPTCUPO
               FILE STATUS IS FS-CUPOS.

           SELECT F-TRANSACC ASSIGN MATRIC
               FILE STATUS IS FS-TRANSACC.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-PREFERENCIAS
           RECORDING MODE IS F.
           COPY RPREFOPT.

       FD F-ALUMNOS
           RECORDING MODE IS F.
           COPY RALUMN1B.

       FD F-CUPOS
           RECORDING MODE IS F.
           COPY ROPTCUPO.

       FD F-TRANSACC
           RECORDING MODE IS F
           DATA RECORD REG-TRANSACC.
       01 REG-TRANSACC.
           05 TR-OPCION      PIC X.
           05 FILLER         PIC X.
           05 TR-NIF         PIC X(9).
           05 FILLER         PIC X.
           05 TR-ASIGNATURA  PIC 9.
           05 FILLER         PIC X.
           05 TR-ANO         PIC 9(4).
           05 FILLER         PIC X.
           05 TR-OPERADOR    PIC X(8).
           05 FILLER         PIC X(53).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       SD F-SORT
           DATA RECORD REG-CANDIDATO.
       01 REG-CANDIDATO.
           05 CA-COLEGIO           PIC 99.
           05 CA-CURSO             PIC 9.
           05 CA-MEDIA             PIC 99V99.
           05 CA-NIF               PIC X(9).
           05 CA-OPCIONES.
               10 CA-OPCION        PIC 9 OCCURS 4.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PREFERENCIAS PIC XX.
               88 FS-PREFERENCIAS-OK VALUE '00'.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
           05 FS-CUPOS PIC XX.
               88 FS-CUPOS-OK       VALUE '00'.
           05 FS-TRANSACC PIC XX.
               88 FS-TRANSACC-OK    VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-MINIMO-DEFECTO    PIC 999.
           05 WS-CAPACIDAD-DEFECTO PIC 999.
           05 FILLER               PIC X(70).

       01 C-CONTADORES.
           05 C-PREFERENCIAS      PIC 9(6) VALUE 0.
           05 C-OTRO-ANO          PIC 9(6) VALUE 0.
           05 C-SIN-ALUMNO        PIC 9(6) VALUE 0.
           05 C-CANDIDATOS        PIC 9(6) VALUE 0.
           05 C-ADJUDICADOS       PIC 9(6) VALUE 0.
           05 C-SIN-PLAZA         PIC 9(6) VALUE 0.
           05 C-FUERA-TABLA       PIC 9(6) VALUE 0.
           05 C-CERRADAS          PIC 9(6) VALUE 0.
           05 C-TRANSACCIONES     PIC 9(7) VALUE 0.

       01 WS-FIN-ALUMNOS          PIC X VALUE 'N'.
           88 FIN-DE-ALUMNOS           VALUE 'S'.
       01 WS-NOTAS-CON-VALOR      PIC 9.
       01 WS-SUMA-NOTAS           PIC 999V9.
       01 WS-IDX-NOTA             PIC 9.

      *    CUPOS LEIDOS DE ROPTCUPO
       01 T-CUPOS.
           05 C-CUPOS-TABLA        PIC 999 VALUE 0.
           05 T-CU-ENTRADA OCCURS 500.
               10 T-CU-COLEGIO     PIC 99.
               10 T-CU-CURSO       PIC 9.
               10 T-CU-ASIGNATURA  PIC 9.
               10 T-CU-MINIMO      PIC 999.
               10 T-CU-CAPACIDAD   PIC 999.
       01 WS-IDX-CUPO             PIC 999.
       01 WS-CONCRECION           PIC 9.
       01 WS-MEJOR-CONCRECION     PIC 9.

      *    ALUMNOS DEL COLEGIO+CURSO EN CURSO, POR ORDEN DE MEDIA
       01 WS-GRUPO-EN-CURSO.
           05 WS-GR-COLEGIO        PIC 99.
           05 WS-GR-CURSO          PIC 9.
       01 T-GRUPO.
           05 C-ALUMNOS-GRUPO      PIC 9(4) VALUE 0.
           05 T-GR-ALUMNO OCCURS 2000.
               10 T-GR-NIF         PIC X(9).
               10 T-GR-MEDIA       PIC 99V99.
               10 T-GR-OPCIONES.
                   15 T-GR-OPCION  PIC 9 OCCURS 4.
               10 T-GR-ASIGNADA    PIC 9.
       01 WS-IDX-ALUMNO           PIC 9(4).
       01 WS-IDX-RANGO            PIC 9.

      *    OPTATIVAS DEL COLEGIO+CURSO EN CURSO, POR ASIGNATURA
       01 T-OPTATIVAS.
           05 T-OP-ASIGNATURA OCCURS 9.
               10 T-OP-DEMANDA     PIC 9(4).
               10 T-OP-MINIMO      PIC 999.
               10 T-OP-CAPACIDAD   PIC 999.
               10 T-OP-ASIGNADOS   PIC 9(4).
               10 T-OP-ESTADO      PIC X.
                   88 T-OP-SIN-DEMANDA      VALUE SPACE.
                   88 T-OP-ABIERTA          VALUE 'A'.
                   88 T-OP-CERRADA          VALUE 'C'.
       01 WS-IDX-OPTATIVA         PIC 9.
       01 WS-ASIG                 PIC 9.
       01 WS-ASIG-A-CERRAR        PIC 9.
       01 WS-MENOS-ASIGNADOS      PIC 9(4).
       01 WS-HAY-CIERRE           PIC X.
           88 HAY-CIERRE               VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-OPT-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'ADJUDICACION DE OPTATIVAS - ANO ACADEMI'.
           05 FILLER  PIC X(4)  VALUE 'CO: '.
           05 LOC-ANO       PIC 9(4).
           05 FILLER  PIC X(84) VALUE SPACES.

       01 LINEA-OPT-GRUPO.
           05 FILLER        PIC X(9)  VALUE 'COLEGIO: '.
           05 LOG-COLEGIO   PIC Z9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LOG-NOMBRE    PIC X(15).
           05 FILLER        PIC X(9)  VALUE '  CURSO: '.
           05 LOG-CURSO     PIC 9.
           05 FILLER        PIC X(12) VALUE '  ALUMNOS: '.
           05 LOG-ALUMNOS   PIC ZZZ9.
           05 FILLER        PIC X(79) VALUE SPACES.

       01 LINEA-OPT-COLUMNAS.
           05 FILLER  PIC X(22) VALUE 'ASIGNATURA   DEMANDA  '.
           05 FILLER  PIC X(22) VALUE ' MINIMO   PLAZAS  ADJ'.
           05 FILLER  PIC X(20) VALUE 'UDICADOS   ESTADO   '.
           05 FILLER  PIC X(68) VALUE SPACES.

       01 LINEA-OPT-DATOS.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LOD-ASIGNATURA PIC 9.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 LOD-DEMANDA   PIC ZZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LOD-MINIMO    PIC ZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LOD-CAPACIDAD PIC ZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LOD-ASIGNADOS PIC ZZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LOD-ESTADO    PIC X(8).
           05 FILLER        PIC X(72) VALUE SPACES.

       01 LINEA-OPT-SIN-PLAZA.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LOS-NIF       PIC X(9).
           05 FILLER        PIC X(9)  VALUE '  MEDIA: '.
           05 LOS-MEDIA     PIC Z9,99.
           05 FILLER        PIC X(12) VALUE '  OPCIONES: '.
           05 LOS-OPCION    PIC X(2) OCCURS 4.
           05 FILLER        PIC X(32) VALUE
               ' SIN PLAZA EN NINGUNA OPCION    '.
           05 FILLER        PIC X(52) VALUE SPACES.

       01 LINEA-OPT-BLANCO         PIC X(132) VALUE SPACES.

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
               10 T-RE-ADJUDICADOS   PIC 9(6).
               10 T-RE-SIN-PLAZA     PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(45) VALUE
               'ADJUDICACION DE OPTATIVAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  ADJUDICADOS:'.
           05 LRE-ADJUDICADOS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  SIN PLAZA:'.
           05 LRE-SIN-PLAZA PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY CA-COLEGIO CA-CURSO
               DESCENDING KEY CA-MEDIA
               ASCENDING KEY CA-NIF
               INPUT PROCEDURE 2000-CRUZAR-PREFERENCIAS
               OUTPUT PROCEDURE 3000-ADJUDICAR
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
               DISPLAY '*CCPRACAF*SYSIN*SIN*ANO*ACADEMICO*'
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-MINIMO-DEFECTO NOT NUMERIC THEN
               DISPLAY '*CCPRACAF*SYSIN*SIN*MINIMO* SE TOMAN 10 '
                   'ALUMNOS'
               MOVE 10 TO WS-MINIMO-DEFECTO
           END-IF
           IF WS-CAPACIDAD-DEFECTO NOT NUMERIC
               OR WS-CAPACIDAD-DEFECTO = ZERO THEN
               DISPLAY '*CCPRACAF*SYSIN*SIN*PLAZAS* SE TOMAN 25 '
                   'PLAZAS POR GRUPO'
               MOVE 25 TO WS-CAPACIDAD-DEFECTO
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-CUPOS
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
           MOVE WS-ANO-ACADEMICO TO LOC-ANO
           WRITE LINEA-LISTADO FROM LINEA-OPT-CABECERA
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-PREFERENCIAS
           IF NOT FS-PREFERENCIAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO PREFERENCIAS OPTATIVAS'
               DISPLAY FS-PREFERENCIAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-ALUMNOS
           IF NOT FS-ALUMNOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO ALUMNOS'
               DISPLAY FS-ALUMNOS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-TRANSACC
           IF NOT FS-TRANSACC-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO TRANSACCIONES'
               DISPLAY FS-TRANSACC
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-CARGAR-CUPOS.
           OPEN INPUT F-CUPOS
           IF NOT FS-CUPOS-OK THEN
             DISPLAY '*CCPRACAF*SIN*CUPOS* RIGEN EL MINIMO Y LAS '
                 'PLAZAS DE SYSIN'
           ELSE
             READ F-CUPOS
             PERFORM UNTIL NOT FS-CUPOS-OK
                 OR C-CUPOS-TABLA >= 500
               ADD 1 TO C-CUPOS-TABLA
               MOVE OC-COLEGIO    TO T-CU-COLEGIO (C-CUPOS-TABLA)
               MOVE OC-CURSO      TO T-CU-CURSO (C-CUPOS-TABLA)
               MOVE OC-ASIGNATURA TO T-CU-ASIGNATURA (C-CUPOS-TABLA)
               MOVE OC-MINIMO     TO T-CU-MINIMO (C-CUPOS-TABLA)
               MOVE OC-CAPACIDAD  TO T-CU-CAPACIDAD (C-CUPOS-TABLA)
               READ F-CUPOS
             END-PERFORM
             IF FS-CUPOS-OK THEN
               DISPLAY '*CCPRACAF*TABLA*CUPOS*LLENA* MAXIMO 500'
             END-IF
             CLOSE F-CUPOS
           END-IF
           .
      ******************************************************************
       2000-CRUZAR-PREFERENCIAS.
      *    LOS DOS FICHEROS VIENEN POR NIF: CADA PREFERENCIA DEL ANO
      *    BUSCA SU ALUMNO AVANZANDO EN EL FICHERO DE ALUMNOS
           PERFORM 2200-LEER-ALUMNO
           READ F-PREFERENCIAS
           PERFORM UNTIL NOT FS-PREFERENCIAS-OK
             ADD 1 TO C-PREFERENCIAS
             IF PO-ANO-ACADEMICO NOT = WS-ANO-ACADEMICO THEN
               ADD 1 TO C-OTRO-ANO
             ELSE
               PERFORM 2100-SOLTAR-CANDIDATO
             END-IF
             READ F-PREFERENCIAS
           END-PERFORM
           CLOSE F-PREFERENCIAS
           CLOSE F-ALUMNOS
           .
      ******************************************************************
       2100-SOLTAR-CANDIDATO.
           PERFORM 2200-LEER-ALUMNO
               UNTIL FIN-DE-ALUMNOS OR NIF OF REG-ALUMNOS >= PO-NIF
           IF FIN-DE-ALUMNOS OR NIF OF REG-ALUMNOS NOT = PO-NIF THEN
             DISPLAY '*CCPRACAF*NIF*SIN*ALUMNO* ' PO-NIF
             ADD 1 TO C-SIN-ALUMNO
           ELSE
             INITIALIZE REG-CANDIDATO
             MOVE COLEGIO OF REG-ALUMNOS TO CA-COLEGIO
             MOVE PO-CURSO               TO CA-CURSO
             MOVE PO-NIF                 TO CA-NIF
             MOVE PO-OPCIONES            TO CA-OPCIONES
             MOVE 0 TO WS-NOTAS-CON-VALOR
             MOVE 0 TO WS-SUMA-NOTAS
             PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                     UNTIL WS-IDX-NOTA > 6
               IF NOTA (WS-IDX-NOTA) > 0 THEN
                 ADD 1 TO WS-NOTAS-CON-VALOR
                 ADD NOTA (WS-IDX-NOTA) TO WS-SUMA-NOTAS
               END-IF
             END-PERFORM
             IF WS-NOTAS-CON-VALOR > 0 THEN
               COMPUTE CA-MEDIA ROUNDED =
                   WS-SUMA-NOTAS / WS-NOTAS-CON-VALOR
             END-IF
             RELEASE REG-CANDIDATO
             ADD 1 TO C-CANDIDATOS
           END-IF
           .
      ******************************************************************
       2200-LEER-ALUMNO.
      *    LOS REGISTROS DE CONTROL (NIF QUE EMPIEZA POR '*') SE SALTAN
           IF NOT FIN-DE-ALUMNOS THEN
             READ F-ALUMNOS
             PERFORM UNTIL NOT FS-ALUMNOS-OK
                 OR NIF OF REG-ALUMNOS (1:1) NOT = '*'
               READ F-ALUMNOS
             END-PERFORM
             IF NOT FS-ALUMNOS-OK THEN
               SET FIN-DE-ALUMNOS TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
       3000-ADJUDICAR.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-CANDIDATO
           PERFORM UNTIL FIN-DE-SORT
             MOVE CA-COLEGIO TO WS-GR-COLEGIO
             MOVE CA-CURSO   TO WS-GR-CURSO
             MOVE 0 TO C-ALUMNOS-GRUPO
             PERFORM UNTIL FIN-DE-SORT
                 OR CA-COLEGIO NOT = WS-GR-COLEGIO
                 OR CA-CURSO NOT = WS-GR-CURSO
               PERFORM 3200-ANOTAR-CANDIDATO
               PERFORM 3100-RETURN-CANDIDATO
             END-PERFORM
             PERFORM 3300-PREPARAR-OPTATIVAS
             MOVE 'S' TO WS-HAY-CIERRE
             PERFORM UNTIL NOT HAY-CIERRE
               PERFORM 3400-REPARTIR-PLAZAS
               PERFORM 3500-CERRAR-INVIABLE
             END-PERFORM
             PERFORM 3550-ETAPA-DEL-GRUPO
             PERFORM 3600-GENERAR-MATRICULAS
             PERFORM 3700-IMPRIMIR-GRUPO
           END-PERFORM
           .
      ******************************************************************
       3100-RETURN-CANDIDATO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-ANOTAR-CANDIDATO.
           IF C-ALUMNOS-GRUPO >= 2000 THEN
             DISPLAY '*CCPRACAF*GRUPO*LLENO* MAXIMO 2000 - SIN '
                 'ADJUDICAR: ' CA-NIF
             ADD 1 TO C-FUERA-TABLA
           ELSE
             ADD 1 TO C-ALUMNOS-GRUPO
             MOVE CA-NIF      TO T-GR-NIF (C-ALUMNOS-GRUPO)
             MOVE CA-MEDIA    TO T-GR-MEDIA (C-ALUMNOS-GRUPO)
             MOVE CA-OPCIONES TO T-GR-OPCIONES (C-ALUMNOS-GRUPO)
             MOVE 0           TO T-GR-ASIGNADA (C-ALUMNOS-GRUPO)
           END-IF
           .
      ******************************************************************
       3300-PREPARAR-OPTATIVAS.
      *    LA DEMANDA CUENTA A TODO EL QUE PIDE LA OPTATIVA, EN
      *    CUALQUIER OPCION; SIN DEMANDA LA OPTATIVA NO SE ABRE
           INITIALIZE T-OPTATIVAS
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS-GRUPO
             PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
                     UNTIL WS-IDX-RANGO > 4
               MOVE T-GR-OPCION (WS-IDX-ALUMNO, WS-IDX-RANGO)
                 TO WS-ASIG
               IF WS-ASIG > 0 THEN
                 ADD 1 TO T-OP-DEMANDA (WS-ASIG)
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-OPTATIVA FROM 1 BY 1
                   UNTIL WS-IDX-OPTATIVA > 9
             IF T-OP-DEMANDA (WS-IDX-OPTATIVA) > 0 THEN
               SET T-OP-ABIERTA (WS-IDX-OPTATIVA) TO TRUE
               PERFORM 3310-BUSCAR-CUPO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3310-BUSCAR-CUPO.
      *    UN CERO EN LA LINEA DE CUPO VALE PARA TODOS; LA CONCRECION
      *    PESA 4 EL COLEGIO, 2 EL CURSO Y 1 LA ASIGNATURA
           MOVE WS-MINIMO-DEFECTO    TO T-OP-MINIMO (WS-IDX-OPTATIVA)
           MOVE WS-CAPACIDAD-DEFECTO TO T-OP-CAPACIDAD (WS-IDX-OPTATIVA)
           MOVE 0 TO WS-MEJOR-CONCRECION
           PERFORM VARYING WS-IDX-CUPO FROM 1 BY 1
                   UNTIL WS-IDX-CUPO > C-CUPOS-TABLA
             IF (T-CU-COLEGIO (WS-IDX-CUPO) = 0
                   OR T-CU-COLEGIO (WS-IDX-CUPO) = WS-GR-COLEGIO)
                 AND (T-CU-CURSO (WS-IDX-CUPO) = 0
                   OR T-CU-CURSO (WS-IDX-CUPO) = WS-GR-CURSO)
                 AND (T-CU-ASIGNATURA (WS-IDX-CUPO) = 0
                   OR T-CU-ASIGNATURA (WS-IDX-CUPO) = WS-IDX-OPTATIVA)
                 THEN
               MOVE 1 TO WS-CONCRECION
               IF T-CU-COLEGIO (WS-IDX-CUPO) > 0 THEN
                 ADD 4 TO WS-CONCRECION
               END-IF
               IF T-CU-CURSO (WS-IDX-CUPO) > 0 THEN
                 ADD 2 TO WS-CONCRECION
               END-IF
               IF T-CU-ASIGNATURA (WS-IDX-CUPO) > 0 THEN
                 ADD 1 TO WS-CONCRECION
               END-IF
               IF WS-CONCRECION > WS-MEJOR-CONCRECION THEN
                 MOVE WS-CONCRECION TO WS-MEJOR-CONCRECION
                 MOVE T-CU-MINIMO (WS-IDX-CUPO)
                   TO T-OP-MINIMO (WS-IDX-OPTATIVA)
                 MOVE T-CU-CAPACIDAD (WS-IDX-CUPO)
                   TO T-OP-CAPACIDAD (WS-IDX-OPTATIVA)
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3400-REPARTIR-PLAZAS.
      *    LOS ALUMNOS YA ESTAN POR ORDEN DE MEDIA: CADA UNO TOMA LA
      *    PRIMERA DE SUS OPCIONES ABIERTA QUE AUN TENGA PLAZA
           PERFORM VARYING WS-IDX-OPTATIVA FROM 1 BY 1
                   UNTIL WS-IDX-OPTATIVA > 9
             MOVE 0 TO T-OP-ASIGNADOS (WS-IDX-OPTATIVA)
           END-PERFORM
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS-GRUPO
             MOVE 0 TO T-GR-ASIGNADA (WS-IDX-ALUMNO)
             PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
                     UNTIL WS-IDX-RANGO > 4
                        OR T-GR-ASIGNADA (WS-IDX-ALUMNO) > 0
               MOVE T-GR-OPCION (WS-IDX-ALUMNO, WS-IDX-RANGO)
                 TO WS-ASIG
               IF WS-ASIG > 0 THEN
                 IF T-OP-ABIERTA (WS-ASIG)
                     AND T-OP-ASIGNADOS (WS-ASIG)
                       < T-OP-CAPACIDAD (WS-ASIG) THEN
                   MOVE WS-ASIG TO T-GR-ASIGNADA (WS-IDX-ALUMNO)
                   ADD 1 TO T-OP-ASIGNADOS (WS-ASIG)
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3500-CERRAR-INVIABLE.
      *    SE CIERRA DE UNA EN UNA, LA QUE MENOS ALUMNOS TIENE, PORQUE
      *    SUS ALUMNOS PUEDEN HACER VIABLE OTRA AL REPARTIR DE NUEVO
           MOVE 'N' TO WS-HAY-CIERRE
           MOVE 0 TO WS-ASIG-A-CERRAR
           MOVE 9999 TO WS-MENOS-ASIGNADOS
           PERFORM VARYING WS-IDX-OPTATIVA FROM 1 BY 1
                   UNTIL WS-IDX-OPTATIVA > 9
             IF T-OP-ABIERTA (WS-IDX-OPTATIVA)
                 AND T-OP-ASIGNADOS (WS-IDX-OPTATIVA)
                   < T-OP-MINIMO (WS-IDX-OPTATIVA)
                 AND T-OP-ASIGNADOS (WS-IDX-OPTATIVA)
                   < WS-MENOS-ASIGNADOS THEN
               MOVE WS-IDX-OPTATIVA TO WS-ASIG-A-CERRAR
               MOVE T-OP-ASIGNADOS (WS-IDX-OPTATIVA)
                 TO WS-MENOS-ASIGNADOS
             END-IF
           END-PERFORM
           IF WS-ASIG-A-CERRAR > 0 THEN
             SET T-OP-CERRADA (WS-ASIG-A-CERRAR) TO TRUE
             ADD 1 TO C-CERRADAS
             SET HAY-CIERRE TO TRUE
           END-IF
           .
      ******************************************************************
       3550-ETAPA-DEL-GRUPO.
      *    ETAPA DEL COLEGIO+CURSO QUE SE ACABA DE ADJUDICAR (21 = SIN
      *    ETAPA)
           MOVE WS-GR-COLEGIO TO W-ET-COLEGIO
           MOVE WS-GR-CURSO TO W-ET-CURSO
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
           ADD C-ALUMNOS-GRUPO TO T-RE-ALUMNOS (WS-IDX-ETAPA)
           .
      ******************************************************************
       3600-GENERAR-MATRICULAS.
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS-GRUPO
             IF T-GR-ASIGNADA (WS-IDX-ALUMNO) > 0 THEN
               MOVE SPACES TO REG-TRANSACC
               MOVE 'A'                  TO TR-OPCION
               MOVE T-GR-NIF (WS-IDX-ALUMNO)      TO TR-NIF
               MOVE T-GR-ASIGNADA (WS-IDX-ALUMNO) TO TR-ASIGNATURA
               MOVE WS-ANO-ACADEMICO     TO TR-ANO
               MOVE 'CCPRACAF'           TO TR-OPERADOR
               WRITE REG-TRANSACC
               ADD 1 TO C-TRANSACCIONES
               ADD 1 TO C-ADJUDICADOS
               ADD 1 TO T-RE-ADJUDICADOS (WS-IDX-ETAPA)
             ELSE
               ADD 1 TO C-SIN-PLAZA
               ADD 1 TO T-RE-SIN-PLAZA (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3700-IMPRIMIR-GRUPO.
           WRITE LINEA-LISTADO FROM LINEA-OPT-BLANCO
           MOVE WS-GR-COLEGIO TO LOG-COLEGIO
           MOVE WS-GR-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO
                                  W-NOMB-COLEGIO W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE W-NOMB-COLEGIO  TO LOG-NOMBRE
           MOVE WS-GR-CURSO     TO LOG-CURSO
           MOVE C-ALUMNOS-GRUPO TO LOG-ALUMNOS
           WRITE LINEA-LISTADO FROM LINEA-OPT-GRUPO
           WRITE LINEA-LISTADO FROM LINEA-OPT-COLUMNAS
           PERFORM VARYING WS-IDX-OPTATIVA FROM 1 BY 1
                   UNTIL WS-IDX-OPTATIVA > 9
             IF NOT T-OP-SIN-DEMANDA (WS-IDX-OPTATIVA) THEN
               MOVE WS-IDX-OPTATIVA TO LOD-ASIGNATURA
               MOVE T-OP-DEMANDA (WS-IDX-OPTATIVA)   TO LOD-DEMANDA
               MOVE T-OP-MINIMO (WS-IDX-OPTATIVA)    TO LOD-MINIMO
               MOVE T-OP-CAPACIDAD (WS-IDX-OPTATIVA) TO LOD-CAPACIDAD
               MOVE T-OP-ASIGNADOS (WS-IDX-OPTATIVA) TO LOD-ASIGNADOS
               IF T-OP-ABIERTA (WS-IDX-OPTATIVA) THEN
                 MOVE 'ABIERTA ' TO LOD-ESTADO
               ELSE
                 MOVE 'CERRADA ' TO LOD-ESTADO
               END-IF
               WRITE LINEA-LISTADO FROM LINEA-OPT-DATOS
             END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-ALUMNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUMNO > C-ALUMNOS-GRUPO
             IF T-GR-ASIGNADA (WS-IDX-ALUMNO) = 0 THEN
               PERFORM 3750-LINEA-SIN-PLAZA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3750-LINEA-SIN-PLAZA.
           MOVE T-GR-NIF (WS-IDX-ALUMNO)   TO LOS-NIF
           MOVE T-GR-MEDIA (WS-IDX-ALUMNO) TO LOS-MEDIA
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
                   UNTIL WS-IDX-RANGO > 4
             MOVE T-GR-OPCION (WS-IDX-ALUMNO, WS-IDX-RANGO)
               TO LOS-OPCION (WS-IDX-RANGO)
           END-PERFORM
           WRITE LINEA-LISTADO FROM LINEA-OPT-SIN-PLAZA
           .
      ******************************************************************
       3800-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
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
               MOVE T-RE-ADJUDICADOS (WS-IDX-ETAPA)
                 TO LRE-ADJUDICADOS
               MOVE T-RE-SIN-PLAZA (WS-IDX-ETAPA)
                 TO LRE-SIN-PLAZA
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'PREFERENCIAS LEIDAS:  ' C-PREFERENCIAS
           DISPLAY 'DE OTRO ANO:          ' C-OTRO-ANO
           DISPLAY 'NIF SIN ALUMNO:       ' C-SIN-ALUMNO
           DISPLAY 'CANDIDATOS:           ' C-CANDIDATOS
           DISPLAY 'ADJUDICADOS:          ' C-ADJUDICADOS
           DISPLAY 'SIN PLAZA:            ' C-SIN-PLAZA
           DISPLAY 'FUERA DE TABLA:       ' C-FUERA-TABLA
           DISPLAY 'OPTATIVAS CERRADAS:   ' C-CERRADAS
           DISPLAY 'TRANSACCIONES:        ' C-TRANSACCIONES
           WRITE LINEA-LISTADO FROM LINEA-OPT-BLANCO
           PERFORM 3800-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-TRANSACC
           CLOSE F-LISTADO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           MOVE C-PREFERENCIAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAF' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
