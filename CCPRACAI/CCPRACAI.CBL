       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAI.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: VIGILANCIA SEMANAL DE VOLUMENES, PARA QUE UN   *
      *                 DATASET LLENO NO SE DESCUBRA CON LA CADENA     *
      *                 NOCTURNA ABENDADA. CUENTA LAS FILAS DE LAS     *
      *                 TABLAS ALUMNOS, NOTAS, NOTAS_HIST, FALTAS,     *
      *                 MATRICULAS, MEDIAS_HIST Y PROFESORES, LOS      *
      *                 REGISTROS DE LOS MAESTROS Y REGISTROS QSAM     *
      *                 RALUMN02, RNOTAS02, RJOURNAL, RTITULOS Y DEL   *
      *                 AUDITSQL DE MODAUDIT, Y LOS REGISTROS DE CADA  *
      *                 ARCHIVO DEL CATALOGO RCATARCH, Y LOS ANOTA EN  *
      *                 EL HISTORICO RCAPHIST (ABIERTO EN EXTEND).     *
      *                 CON EL CRECIMIENTO DIARIO DESDE LA ANOTACION   *
      *                 MAS ANTIGUA DEL ULTIMO ANO PROYECTA CADA       *
      *                 OBJETO A 31-12 Y A 90 DIAS, Y CONTRA EL LIMITE *
      *                 DE SU ESPACIO ASIGNADO O DE LA TABLA (FICHERO  *
      *                 RCAPACID) MARCA LO QUE YA LO SUPERA O LO VA A  *
      *                 SUPERAR EN LOS PROXIMOS 90 DIAS. CON ALGUNA    *
      *                 MARCA EL PASO TERMINA CON RETURN-CODE 4.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-NOTAS ASSIGN NOTAS
               FILE STATUS IS FS-NOTAS.

           SELECT F-JOURNAL ASSIGN JRNMANT
               FILE STATUS IS FS-JOURNAL.

           SELECT F-TITULOS ASSIGN TITULOS
               FILE STATUS IS FS-TITULOS.

           SELECT F-AUDITORIA ASSIGN AUDITSQL
               FILE STATUS IS FS-AUDITORIA.

           SELECT F-CATALOGO ASSIGN CATARCH
               FILE STATUS IS FS-CATALOGO.

           SELECT F-LIMITES ASSIGN CAPACID
               FILE STATUS IS FS-LIMITES.

           SELECT F-HISTORICO ASSIGN CAPHIST
               FILE STATUS IS FS-HISTORICO.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-NOTAS
           RECORDING MODE IS F.
           COPY RNOTAS02.

       FD F-JOURNAL
           RECORDING MODE IS F.
           COPY RJOURNAL.

       FD F-TITULOS
           RECORDING MODE IS F.
           COPY RTITULOS.

       FD F-AUDITORIA
           RECORDING MODE IS F
           DATA RECORD REG-AUDITORIA.
       01 REG-AUDITORIA            PIC X(80).

       FD F-CATALOGO
           RECORDING MODE IS F.
           COPY RCATARCH.

       FD F-LIMITES
           RECORDING MODE IS F.
           COPY RCAPACID.

       FD F-HISTORICO
           RECORDING MODE IS F.
           COPY RCAPHIST.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
           05 FS-NOTAS PIC XX.
               88 FS-NOTAS-OK       VALUE '00'.
           05 FS-JOURNAL PIC XX.
               88 FS-JOURNAL-OK     VALUE '00'.
           05 FS-TITULOS PIC XX.
               88 FS-TITULOS-OK     VALUE '00'.
           05 FS-AUDITORIA PIC XX.
               88 FS-AUDITORIA-OK   VALUE '00'.
           05 FS-CATALOGO PIC XX.
               88 FS-CATALOGO-OK    VALUE '00'.
           05 FS-LIMITES PIC XX.
               88 FS-LIMITES-OK     VALUE '00'.
           05 FS-HISTORICO PIC XX.
               88 FS-HISTORICO-OK   VALUE '00'.
               88 FS-HISTORICO-NO-EXISTE VALUE '35'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

           COPY WSQLCOD.

       01 C-CONTADORES.
           05 C-OBJETOS           PIC 9(5) VALUE 0.
           05 C-SIN-HISTORIA      PIC 9(5) VALUE 0.
           05 C-SIN-LIMITE        PIC 9(5) VALUE 0.
           05 C-EXCEDIDOS         PIC 9(5) VALUE 0.
           05 C-LLENOS-90         PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC 9(8).
           05 WS-FH-AAAAMMDD-R REDEFINES WS-FH-AAAAMMDD.
               10 WS-FH-AAAA       PIC 9(4).
               10 WS-FH-MMDD       PIC 9(4).
           05 FILLER               PIC X(13).

       01 W-FECHAS.
           05 W-ENTERO-HOY         PIC S9(9) USAGE COMP.
           05 W-ENTERO-DESDE       PIC S9(9) USAGE COMP.
           05 W-ENTERO-FIN-ANO     PIC S9(9) USAGE COMP.
           05 W-ENTERO-BASE        PIC S9(9) USAGE COMP.
           05 W-FECHA-FIN-ANO      PIC 9(8).
           05 W-FECHA-N            PIC 9(8).
           05 W-DIAS               PIC S9(9) USAGE COMP.

      *    LIMITES DEL FICHERO RCAPACID
       01 T-LIMITES.
           05 C-LIMITES            PIC 999 VALUE 0.
           05 T-LI-ENTRADA OCCURS 200.
               10 T-LI-OBJETO      PIC X(20).
               10 T-LI-LIMITE      PIC 9(10).

      *    ANOTACION MAS ANTIGUA DEL ULTIMO ANO DE CADA OBJETO
       01 T-BASES.
           05 C-BASES              PIC 999 VALUE 0.
           05 T-BA-ENTRADA OCCURS 200.
               10 T-BA-OBJETO      PIC X(20).
               10 T-BA-FECHA       PIC 9(8).
               10 T-BA-REGISTROS   PIC 9(10).

      *    LO CONTADO HOY
       01 T-OBJETOS.
           05 C-OBJETOS-TABLA      PIC 999 VALUE 0.
           05 T-OB-ENTRADA OCCURS 200.
               10 T-OB-OBJETO      PIC X(20).
               10 T-OB-TIPO        PIC X.
               10 T-OB-REGISTROS   PIC 9(10).

       01 WS-IDX                  PIC 999.
       01 WS-IDX-OB               PIC 999.
       01 WS-ENCONTRADO           PIC 999.

       01 WS-OBJETO               PIC X(20).
       01 WS-TIPO                 PIC X.
       01 WS-CUENTA               PIC 9(10).
       01 W-FILAS                 PIC S9(9) USAGE COMP.

       01 WS-FIN-FICHERO-FLAG     PIC X.
           88 FIN-DE-FICHERO           VALUE 'S'.

       01 W-PROYECCION.
           05 W-LIMITE             PIC 9(10).
           05 W-BASE-REGISTROS     PIC 9(10).
           05 W-DIARIO             PIC S9(9)V99 USAGE COMP-3.
           05 W-PROY-ANO           PIC S9(11) USAGE COMP-3.
           05 W-PROY-90            PIC S9(11) USAGE COMP-3.
           05 W-PORCENTAJE         PIC S9(5) USAGE COMP-3.
           05 W-DIAS-LLENO         PIC S9(9) USAGE COMP.

       01 LINEA-CAP-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'VOLUMENES DE TABLAS DB2 Y FICHEROS QSAM '.
           05 FILLER  PIC X(12) VALUE '- SEMANA DEL'.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCC-FECHA     PIC X(8).
           05 FILLER  PIC X(71) VALUE SPACES.

       01 LINEA-CAP-LEYENDA.
           05 FILLER  PIC X(40) VALUE
               'TIPO T=TABLA F=FICHERO A=ARCHIVO. CRECIM'.
           05 FILLER  PIC X(40) VALUE
               'IENTO DESDE F.BASE; AVISO SI EL LIMITE S'.
           05 FILLER  PIC X(40) VALUE
               'E SUPERA YA O ANTES DE 90 DIAS          '.
           05 FILLER  PIC X(12) VALUE SPACES.

       01 LINEA-CAP-COLUMNAS.
           05 FILLER  PIC X(44) VALUE
               ' OBJETO               T   REGISTROS  F.BASE '.
           05 FILLER  PIC X(44) VALUE
               '   CREC.DIARIO  PROY 31-12  PROY 90 D.      '.
           05 FILLER  PIC X(44) VALUE
               'LIMITE  %OC   DIAS  AVISO                   '.

       01 LINEA-CAP-DATOS.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCD-OBJETO    PIC X(20).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCD-TIPO      PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-REGISTROS PIC Z(9)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-FECHA-BASE PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-DIARIO    PIC -------9,99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-PROY-ANO  PIC Z(9)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-PROY-90   PIC Z(9)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-LIMITE    PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-PORCENTAJE PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-DIAS-LLENO PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCD-AVISO     PIC X(12).
           05 FILLER        PIC X(12) VALUE SPACES.

       01 LINEA-CAP-RESUMEN.
           05 FILLER  PIC X(18) VALUE 'OBJETOS CONTADOS: '.
           05 LCR-OBJETOS   PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '   EXCEDIDOS: '.
           05 LCR-EXCEDIDOS PIC ZZZZ9.
           05 FILLER  PIC X(23) VALUE '   LLENOS ANTES DE 90: '.
           05 LCR-LLENOS    PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE '   SIN HISTORIA: '.
           05 LCR-SIN-HISTORIA PIC ZZZZ9.
           05 FILLER  PIC X(16) VALUE '   SIN LIMITE: '.
           05 LCR-SIN-LIMITE PIC ZZZZ9.
           05 FILLER  PIC X(19) VALUE SPACES.

       01 LINEA-CAP-BLANCO         PIC X(132) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CONTAR-TABLAS
           PERFORM 2100-CONTAR-FICHEROS
           PERFORM 2200-LEER-CATALOGO
           PERFORM 3000-PROYECTAR
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           COMPUTE W-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FH-AAAAMMDD)
      *    LA BASE DEL CRECIMIENTO ES LA ANOTACION MAS ANTIGUA DEL
      *    ULTIMO ANO: RECOGE EL CICLO DE UN CURSO ENTERO SIN ARRASTRAR
      *    EL RITMO DE HACE VARIOS
           COMPUTE W-ENTERO-DESDE = W-ENTERO-HOY - 365
           COMPUTE W-FECHA-FIN-ANO = WS-FH-AAAA * 10000 + 1231
           COMPUTE W-ENTERO-FIN-ANO =
               FUNCTION INTEGER-OF-DATE (W-FECHA-FIN-ANO)

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1100-CARGAR-LIMITES
           PERFORM 1200-CARGAR-HISTORICO

           OPEN EXTEND F-HISTORICO
           IF FS-HISTORICO-NO-EXISTE THEN
               OPEN OUTPUT F-HISTORICO
           END-IF
           IF NOT FS-HISTORICO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO HISTORICO'
               DISPLAY FS-HISTORICO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-LIMITES.
           OPEN INPUT F-LIMITES
           IF NOT FS-LIMITES-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO*LIMITES* ' FS-LIMITES
                   ' - SE PROYECTA PERO NO SE PUEDE AVISAR'
           ELSE
               READ F-LIMITES
               PERFORM UNTIL NOT FS-LIMITES-OK OR C-LIMITES >= 200
                   ADD 1 TO C-LIMITES
                   MOVE CP-OBJETO TO T-LI-OBJETO (C-LIMITES)
                   MOVE CP-LIMITE TO T-LI-LIMITE (C-LIMITES)
                   READ F-LIMITES
               END-PERFORM
               CLOSE F-LIMITES
           END-IF
           .
      ******************************************************************
       1200-CARGAR-HISTORICO.
           OPEN INPUT F-HISTORICO
           IF NOT FS-HISTORICO-OK THEN
               DISPLAY '*CCPRACAI*SIN*HISTORICO* SE EMPIEZA HOY; '
                   'NO HAY CRECIMIENTO QUE PROYECTAR'
           ELSE
               READ F-HISTORICO
               PERFORM UNTIL NOT FS-HISTORICO-OK
                   IF CH-FECHA IS NUMERIC THEN
                       MOVE CH-FECHA TO W-FECHA-N
                       COMPUTE W-ENTERO-BASE =
                           FUNCTION INTEGER-OF-DATE (W-FECHA-N)
                       IF W-ENTERO-BASE >= W-ENTERO-DESDE
                           AND W-ENTERO-BASE < W-ENTERO-HOY THEN
                           PERFORM 1210-ANOTAR-BASE
                       END-IF
                   END-IF
                   READ F-HISTORICO
               END-PERFORM
               CLOSE F-HISTORICO
           END-IF
           .
      ******************************************************************
       1210-ANOTAR-BASE.
           MOVE 0 TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-BASES OR WS-ENCONTRADO > 0
               IF T-BA-OBJETO (WS-IDX) = CH-OBJETO THEN
                   MOVE WS-IDX TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 0 THEN
               IF C-BASES < 200 THEN
                   ADD 1 TO C-BASES
                   MOVE CH-OBJETO    TO T-BA-OBJETO (C-BASES)
                   MOVE W-FECHA-N    TO T-BA-FECHA (C-BASES)
                   MOVE CH-REGISTROS TO T-BA-REGISTROS (C-BASES)
               END-IF
           ELSE
               IF W-FECHA-N < T-BA-FECHA (WS-ENCONTRADO) THEN
                   MOVE W-FECHA-N    TO T-BA-FECHA (WS-ENCONTRADO)
                   MOVE CH-REGISTROS TO T-BA-REGISTROS (WS-ENCONTRADO)
               END-IF
           END-IF
           .
      ******************************************************************
       2000-CONTAR-TABLAS.
           MOVE 'ALUMNOS' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM ALUMNOS
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'NOTAS' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM NOTAS
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'NOTAS_HIST' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM NOTAS_HIST
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'FALTAS' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM FALTAS
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'MATRICULAS' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM MATRICULAS
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'MEDIAS_HIST' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM MEDIAS_HIST
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA

           MOVE 'PROFESORES' TO WS-OBJETO
           EXEC SQL
             SELECT COUNT(*) INTO :W-FILAS FROM PROFESORES
           END-EXEC
           PERFORM 2090-ANOTAR-TABLA
           .
      ******************************************************************
       2090-ANOTAR-TABLA.
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF SQL-OK THEN
               MOVE 'T'     TO WS-TIPO
               MOVE W-FILAS TO WS-CUENTA
               PERFORM 2900-ANOTAR-OBJETO
           ELSE
               DISPLAY '*CCPRACAI*ERROR*SQL* ' WS-OBJETO ' '
                   SQL-ERROR ' ' WS-SQL-MENSAJE
           END-IF
           .
      ******************************************************************
       2100-CONTAR-FICHEROS.
      *    UN FICHERO QUE NO SE PUEDE ABRIR SE AVISA Y NO SE ANOTA:
      *    UN CERO EN EL HISTORICO FALSEARIA EL CRECIMIENTO
           MOVE 'F' TO WS-TIPO
           PERFORM 2110-CONTAR-ALUMNOS
           PERFORM 2120-CONTAR-NOTAS
           PERFORM 2130-CONTAR-JOURNAL
           PERFORM 2140-CONTAR-TITULOS
           PERFORM 2150-CONTAR-AUDITORIA
           .
      ******************************************************************
       2110-CONTAR-ALUMNOS.
           MOVE 'RALUMN02' TO WS-OBJETO
           MOVE 0 TO WS-CUENTA
           OPEN INPUT F-ALUMNOS
           IF NOT FS-ALUMNOS-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO* ' WS-OBJETO ' '
                   FS-ALUMNOS
           ELSE
               READ F-ALUMNOS
               PERFORM UNTIL NOT FS-ALUMNOS-OK
                   ADD 1 TO WS-CUENTA
                   READ F-ALUMNOS
               END-PERFORM
               CLOSE F-ALUMNOS
               PERFORM 2900-ANOTAR-OBJETO
           END-IF
           .
      ******************************************************************
       2120-CONTAR-NOTAS.
           MOVE 'RNOTAS02' TO WS-OBJETO
           MOVE 0 TO WS-CUENTA
           OPEN INPUT F-NOTAS
           IF NOT FS-NOTAS-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO* ' WS-OBJETO ' '
                   FS-NOTAS
           ELSE
               READ F-NOTAS
               PERFORM UNTIL NOT FS-NOTAS-OK
                   ADD 1 TO WS-CUENTA
                   READ F-NOTAS
               END-PERFORM
               CLOSE F-NOTAS
               PERFORM 2900-ANOTAR-OBJETO
           END-IF
           .
      ******************************************************************
       2130-CONTAR-JOURNAL.
           MOVE 'RJOURNAL' TO WS-OBJETO
           MOVE 0 TO WS-CUENTA
           OPEN INPUT F-JOURNAL
           IF NOT FS-JOURNAL-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO* ' WS-OBJETO ' '
                   FS-JOURNAL
           ELSE
               READ F-JOURNAL
               PERFORM UNTIL NOT FS-JOURNAL-OK
                   ADD 1 TO WS-CUENTA
                   READ F-JOURNAL
               END-PERFORM
               CLOSE F-JOURNAL
               PERFORM 2900-ANOTAR-OBJETO
           END-IF
           .
      ******************************************************************
       2140-CONTAR-TITULOS.
           MOVE 'RTITULOS' TO WS-OBJETO
           MOVE 0 TO WS-CUENTA
           OPEN INPUT F-TITULOS
           IF NOT FS-TITULOS-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO* ' WS-OBJETO ' '
                   FS-TITULOS
           ELSE
               READ F-TITULOS
               PERFORM UNTIL NOT FS-TITULOS-OK
                   ADD 1 TO WS-CUENTA
                   READ F-TITULOS
               END-PERFORM
               CLOSE F-TITULOS
               PERFORM 2900-ANOTAR-OBJETO
           END-IF
           .
      ******************************************************************
       2150-CONTAR-AUDITORIA.
           MOVE 'AUDITSQL' TO WS-OBJETO
           MOVE 0 TO WS-CUENTA
           OPEN INPUT F-AUDITORIA
           IF NOT FS-AUDITORIA-OK THEN
               DISPLAY '*CCPRACAI*SIN*FICHERO* ' WS-OBJETO ' '
                   FS-AUDITORIA
           ELSE
               READ F-AUDITORIA
               PERFORM UNTIL NOT FS-AUDITORIA-OK
                   ADD 1 TO WS-CUENTA
                   READ F-AUDITORIA
               END-PERFORM
               CLOSE F-AUDITORIA
               PERFORM 2900-ANOTAR-OBJETO
           END-IF
           .
      ******************************************************************
       2200-LEER-CATALOGO.
      *    CADA ARCHIVO SE CUENTA POR LO QUE ANOTO CCPRAC17 AL
      *    COPIARLO: UN DATASET DE ARCHIVO NO CAMBIA DESPUES
           MOVE 'A' TO WS-TIPO
           OPEN INPUT F-CATALOGO
           IF NOT FS-CATALOGO-OK THEN
               DISPLAY '*CCPRACAI*SIN*CATALOGO*ARCHIVOS* '
                   FS-CATALOGO
           ELSE
               READ F-CATALOGO
               PERFORM UNTIL NOT FS-CATALOGO-OK
                   MOVE CAT-DATASET   TO WS-OBJETO
                   MOVE CAT-REGISTROS TO WS-CUENTA
                   PERFORM 2900-ANOTAR-OBJETO
                   READ F-CATALOGO
               END-PERFORM
               CLOSE F-CATALOGO
           END-IF
           .
      ******************************************************************
       2900-ANOTAR-OBJETO.
           IF C-OBJETOS-TABLA >= 200 THEN
               DISPLAY '*CCPRACAI*TABLA*OBJETOS*LLENA* ' WS-OBJETO
           ELSE
               ADD 1 TO C-OBJETOS-TABLA
               MOVE WS-OBJETO TO T-OB-OBJETO (C-OBJETOS-TABLA)
               MOVE WS-TIPO   TO T-OB-TIPO (C-OBJETOS-TABLA)
               MOVE WS-CUENTA TO T-OB-REGISTROS (C-OBJETOS-TABLA)
           END-IF
           .
      ******************************************************************
       3000-PROYECTAR.
           MOVE WS-FH-AAAAMMDD TO LCC-FECHA
           WRITE LINEA-LISTADO FROM LINEA-CAP-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-CAP-LEYENDA
           WRITE LINEA-LISTADO FROM LINEA-CAP-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-CAP-COLUMNAS
           PERFORM VARYING WS-IDX-OB FROM 1 BY 1
                   UNTIL WS-IDX-OB > C-OBJETOS-TABLA
               ADD 1 TO C-OBJETOS
               PERFORM 3100-PROYECTAR-UNO
               PERFORM 3200-GRABAR-HISTORICO
           END-PERFORM
           .
      ******************************************************************
       3100-PROYECTAR-UNO.
           INITIALIZE W-PROYECCION
           MOVE SPACES TO LCD-AVISO
           MOVE SPACES TO LCD-FECHA-BASE

           MOVE 0 TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-LIMITES OR WS-ENCONTRADO > 0
               IF T-LI-OBJETO (WS-IDX) = T-OB-OBJETO (WS-IDX-OB) THEN
                   MOVE WS-IDX TO WS-ENCONTRADO
                   MOVE T-LI-LIMITE (WS-IDX) TO W-LIMITE
               END-IF
           END-PERFORM
           IF W-LIMITE = 0 THEN
               ADD 1 TO C-SIN-LIMITE
           END-IF

      *    SIN ANOTACION ANTERIOR NO HAY CRECIMIENTO: SE PROYECTA LO
      *    DE HOY
           MOVE 0 TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-BASES OR WS-ENCONTRADO > 0
               IF T-BA-OBJETO (WS-IDX) = T-OB-OBJETO (WS-IDX-OB) THEN
                   MOVE WS-IDX TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 0 THEN
               ADD 1 TO C-SIN-HISTORIA
               MOVE 'SIN HISTORIA' TO LCD-AVISO
           ELSE
               MOVE T-BA-FECHA (WS-ENCONTRADO) TO LCD-FECHA-BASE
               MOVE T-BA-REGISTROS (WS-ENCONTRADO) TO W-BASE-REGISTROS
               COMPUTE W-DIAS = W-ENTERO-HOY -
                   FUNCTION INTEGER-OF-DATE (T-BA-FECHA (WS-ENCONTRADO))
               COMPUTE W-DIARIO ROUNDED =
                   (T-OB-REGISTROS (WS-IDX-OB) - W-BASE-REGISTROS)
                   / W-DIAS
           END-IF
           COMPUTE W-PROY-ANO ROUNDED = T-OB-REGISTROS (WS-IDX-OB)
               + W-DIARIO * (W-ENTERO-FIN-ANO - W-ENTERO-HOY)
           COMPUTE W-PROY-90 ROUNDED = T-OB-REGISTROS (WS-IDX-OB)
               + W-DIARIO * 90
           IF W-PROY-ANO < 0 THEN
               MOVE 0 TO W-PROY-ANO
           END-IF
           IF W-PROY-90 < 0 THEN
               MOVE 0 TO W-PROY-90
           END-IF

           IF W-LIMITE > 0 THEN
               COMPUTE W-PORCENTAJE =
                   T-OB-REGISTROS (WS-IDX-OB) * 100 / W-LIMITE
               IF W-PORCENTAJE > 999 THEN
                   MOVE 999 TO W-PORCENTAJE
               END-IF
               EVALUATE TRUE
                   WHEN T-OB-REGISTROS (WS-IDX-OB) >= W-LIMITE
                       MOVE '**EXCEDIDO**' TO LCD-AVISO
                       ADD 1 TO C-EXCEDIDOS
                   WHEN W-PROY-90 >= W-LIMITE
                       COMPUTE W-DIAS-LLENO ROUNDED =
                           (W-LIMITE - T-OB-REGISTROS (WS-IDX-OB))
                           / W-DIARIO
                       IF W-DIAS-LLENO < 1 THEN
                           MOVE 1 TO W-DIAS-LLENO
                       END-IF
                       MOVE '*LLENO<90D*' TO LCD-AVISO
                       ADD 1 TO C-LLENOS-90
               END-EVALUATE
           END-IF

           MOVE T-OB-OBJETO (WS-IDX-OB)    TO LCD-OBJETO
           MOVE T-OB-TIPO (WS-IDX-OB)      TO LCD-TIPO
           MOVE T-OB-REGISTROS (WS-IDX-OB) TO LCD-REGISTROS
           MOVE W-DIARIO                   TO LCD-DIARIO
           MOVE W-PROY-ANO                 TO LCD-PROY-ANO
           MOVE W-PROY-90                  TO LCD-PROY-90
           MOVE W-LIMITE                   TO LCD-LIMITE
           MOVE W-PORCENTAJE               TO LCD-PORCENTAJE
           MOVE W-DIAS-LLENO               TO LCD-DIAS-LLENO
           WRITE LINEA-LISTADO FROM LINEA-CAP-DATOS
           IF LCD-AVISO (1:1) = '*' THEN
               DISPLAY '*CCPRACAI*AVISO*CAPACIDAD* '
                   T-OB-OBJETO (WS-IDX-OB) ' ' LCD-AVISO
           END-IF
           .
      ******************************************************************
       3200-GRABAR-HISTORICO.
           INITIALIZE REG-CAPHIST
           MOVE WS-FH-AAAAMMDD             TO CH-FECHA
           MOVE T-OB-OBJETO (WS-IDX-OB)    TO CH-OBJETO
           MOVE T-OB-TIPO (WS-IDX-OB)      TO CH-TIPO
           MOVE T-OB-REGISTROS (WS-IDX-OB) TO CH-REGISTROS
           WRITE REG-CAPHIST
           .
      ******************************************************************
       4000-FIN.
           MOVE C-OBJETOS      TO LCR-OBJETOS
           MOVE C-EXCEDIDOS    TO LCR-EXCEDIDOS
           MOVE C-LLENOS-90    TO LCR-LLENOS
           MOVE C-SIN-HISTORIA TO LCR-SIN-HISTORIA
           MOVE C-SIN-LIMITE   TO LCR-SIN-LIMITE
           WRITE LINEA-LISTADO FROM LINEA-CAP-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-CAP-RESUMEN
           DISPLAY 'OBJETOS CONTADOS:       ' C-OBJETOS
           DISPLAY 'EXCEDIDOS:              ' C-EXCEDIDOS
           DISPLAY 'LLENOS ANTES DE 90 DIAS:' C-LLENOS-90
           DISPLAY 'SIN HISTORIA:           ' C-SIN-HISTORIA
           DISPLAY 'SIN LIMITE:             ' C-SIN-LIMITE
           CLOSE F-HISTORICO
           CLOSE F-LISTADO
           MOVE C-OBJETOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAI' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-EXCEDIDOS > 0 OR C-LLENOS-90 > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
