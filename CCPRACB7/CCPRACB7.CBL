       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB7.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: JUEGO DE COPIA COHERENTE DE UN INSTANTE. CADA  *
      *                 FICHERO SE COPIABA EN SU PROPIO PASO Y A SU    *
      *                 HORA, ASI QUE UNA RESTAURACION MEZCLABA        *
      *                 MAESTROS DE UN MOMENTO CON REGISTROS Y TABLAS  *
      *                 DE OTRO. ESTE PROCESO PARA PRIMERO LA CADENA   *
      *                 COGIENDO CON MODLOCK TODOS SUS CERROJOS        *
      *                 (CCPRAC02, SUS PARTICIONES P01 A P99 Y         *
      *                 ASIGNATURAS DE CCPRAC10/16): SI ALGUNO ESTA    *
      *                 OCUPADO SUELTA LOS YA COGIDOS Y ABANDONA CON   *
      *                 RC 12 SIN COPIAR NADA. CON LA CADENA PARADA    *
      *                 COPIA LOS MAESTROS (ALUMNOS RALUMN02, NOTAS    *
      *                 RNOTAS02 Y EL INDEXADO COLEGIO RCURCOLE, QUE   *
      *                 SE DESCARGA A SECUENCIAL), LOS REGISTROS       *
      *                 (BECAS, TITULOS, PENDIENT, HISTDEC Y EL        *
      *                 JOURNAL JRNMANT) Y DESCARGA LAS TABLAS DB2     *
      *                 (ALUMNOS, NOTAS, COLEGIOS, ASIGNATURAS,        *
      *                 PROFESORES, FALTAS, MATRICULAS Y MEDIAS_HIST,  *
      *                 CADA FILA CON LA IMAGEN DE SU DCLGEN EN UN     *
      *                 REGISTRO DE 80). TODO VA BAJO UN MISMO PUNTO   *
      *                 DE RESTAURACION (AAAAMMDDHHMMSS DEL ARRANQUE)  *
      *                 Y A DATASETS PREFIJO.DAAMMDD.THHMMSS.NOMBRE    *
      *                 (PREFIJO EN SYSIN). CADA COPIA TERMINADA DEJA  *
      *                 SU LINEA EN EL CATALOGO DE PUNTOS (RPUNTORE,   *
      *                 EXTEND) CON LOS REGISTROS COPIADOS, Y AL FINAL *
      *                 LA LINEA 'Z' CIERRA EL JUEGO: CUALQUIER ERROR  *
      *                 ABANDONA CON RC 12 SIN LINEA 'Z' Y EL PUNTO    *
      *                 QUEDA COMO NO RESTAURABLE. EL SIMULACRO DE     *
      *                 RESTAURACION ES CCPRACB8.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ORIGEN Y COPIA GENERICOS DE 80: EL DD DE ORIGEN Y EL
      *    DATASET DE COPIA SE PONEN ANTES DE CADA OPEN
           SELECT F-ORIGEN ASSIGN TO WS-DD-ORIGEN
               FILE STATUS IS FS-ORIGEN.

           SELECT F-COPIA ASSIGN TO WS-DSN-COPIA
               FILE STATUS IS FS-COPIA.

           SELECT F-TITULOS ASSIGN TITULOS
               FILE STATUS IS FS-TITULOS.

           SELECT F-COPIA-TITULOS ASSIGN TO WS-DSN-COPIA
               FILE STATUS IS FS-COPIA-TITULOS.

           SELECT F-COLEGIOS ASSIGN COLEGIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-PUNTOS ASSIGN PUNTORES
               FILE STATUS IS FS-PUNTOS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ORIGEN
           RECORDING MODE IS F
           DATA RECORD REG-ORIGEN.
       01 REG-ORIGEN               PIC X(80).

       FD F-COPIA
           RECORDING MODE IS F
           DATA RECORD REG-COPIA.
       01 REG-COPIA                PIC X(80).

       FD F-TITULOS
           RECORDING MODE IS F.
           COPY RTITULOS.

       FD F-COPIA-TITULOS
           RECORDING MODE IS F
           DATA RECORD REG-COPIA-TITULOS.
       01 REG-COPIA-TITULOS        PIC X(108).

       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-PUNTOS
           RECORDING MODE IS F.
           COPY RPUNTORE.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ORIGEN   PIC XX.
               88 FS-ORIGEN-OK          VALUE '00'.
               88 FS-ORIGEN-EOF         VALUE '10'.
           05 FS-COPIA    PIC XX.
               88 FS-COPIA-OK           VALUE '00'.
           05 FS-TITULOS  PIC XX.
               88 FS-TITULOS-OK         VALUE '00'.
               88 FS-TITULOS-EOF        VALUE '10'.
           05 FS-COPIA-TITULOS PIC XX.
               88 FS-COPIA-TITULOS-OK   VALUE '00'.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK        VALUE '00'.
               88 FS-COLEGIOS-EOF       VALUE '10'.
           05 FS-PUNTOS   PIC XX.
               88 FS-PUNTOS-OK          VALUE '00'.
               88 FS-PUNTOS-NO-EXISTE   VALUE '35'.

       01 LINEA-SYSIN.
           05 WS-PREFIJO           PIC X(20).
           05 WS-LOCK-OVERRIDE     PIC X.
           05 FILLER               PIC X(59).

       01 WS-DD-ORIGEN            PIC X(8) VALUE SPACES.
       01 WS-DSN-COPIA            PIC X(44) VALUE SPACES.
       01 WS-DSN-BASE             PIC X(44) VALUE SPACES.
       01 WS-NOMBRE-CORTO         PIC X(8).
       01 WS-NOMBRE-MANIFIESTO    PIC X(12).

       01 WS-PUNTO.
           05 WS-PU-SIGLO          PIC XX.
           05 WS-PU-AAMMDD         PIC X(6).
           05 WS-PU-HHMMSS         PIC X(6).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

       01 WS-RC-FINAL             PIC 99 VALUE 0.

           COPY WSQLCOD.

      *    CERROJOS DE LA CADENA: SE COGEN TODOS ANTES DE COPIAR Y
      *    SE SUELTAN AL FINAL (TAMBIEN EN LOS ABANDONOS), EN ORDEN
      *    INVERSO; SOLO SE SUELTAN LOS QUE SE LLEGARON A COGER
       01 W-LOCK.
           05 W-LOCK-RECURSO    PIC X(12).
           05 W-LOCK-PROGRAMA   PIC X(8).
           05 W-LOCK-OVERRIDE   PIC X VALUE 'N'.
           05 W-LOCK-RESULTADO  PIC X.
               88 W-LOCK-CONSEGUIDO  VALUE 'S'.
           05 W-LOCK-DESDE      PIC X(8).

       01 W-PARTICION             PIC 999.
       01 W-PARTICION-LOCK        PIC 99.
       01 W-CERROJOS-TOMADOS.
           05 W-CT-NUMERO          PIC 999 VALUE 0.
           05 W-CT-RECURSO         PIC X(12) OCCURS 101 TIMES.
       01 W-IDX-CERROJO           PIC 999.

       01 WS-CADENA-FLAG          PIC X VALUE 'S'.
           88 CADENA-PARADA            VALUE 'S'.
           88 CADENA-OCUPADA           VALUE 'N'.

       01 C-CONTADORES.
           05 C-REGISTROS          PIC 9(9) VALUE 0.
           05 C-DATASETS           PIC 9(9) VALUE 0.
           05 C-TOTAL-REGISTROS    PIC 9(9) VALUE 0.

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE CCCOLEG
           END-EXEC.

           EXEC SQL
             INCLUDE CCASIG
           END-EXEC.

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE CCFALTA
           END-EXEC.

           EXEC SQL
             INCLUDE CCMATRI
           END-EXEC.

           EXEC SQL
             INCLUDE CCMEDHIS
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *****  CURSORES  ******
      *    UNO POR TABLA, TODAS LAS COLUMNAS EN EL ORDEN DEL DCLGEN
           EXEC SQL
             DECLARE C-ALUMNOS CURSOR FOR
               SELECT NIF,NOMBRE,COD_COLEGIO,CURSO,FECHA_NAC,SEXO
                 FROM ALUMNOS
                ORDER BY NIF
           END-EXEC.

           EXEC SQL
             DECLARE C-NOTAS CURSOR FOR
               SELECT NIF,ASIGNATURA,NOTA,ANO_ACADEMICO,TRIMESTRE,
                      CONVOCATORIA,COD_COLEGIO
                 FROM NOTAS
                ORDER BY NIF, ASIGNATURA, ANO_ACADEMICO,
                         TRIMESTRE, CONVOCATORIA
           END-EXEC.

           EXEC SQL
             DECLARE C-COLEGIOS CURSOR FOR
               SELECT COD_COLEGIO,NOMBRE
                 FROM COLEGIOS
                ORDER BY COD_COLEGIO
           END-EXEC.

           EXEC SQL
             DECLARE C-ASIGNATURAS CURSOR FOR
               SELECT COD_ASIG,NOMBRE,CREDITOS
                 FROM ASIGNATURAS
                ORDER BY COD_ASIG
           END-EXEC.

           EXEC SQL
             DECLARE C-PROFESORES CURSOR FOR
               SELECT COD_PROFESOR,NOMBRE,COD_COLEGIO,ASIGNATURA,
                      PORCENTAJE
                 FROM PROFESORES
                ORDER BY COD_PROFESOR
           END-EXEC.

           EXEC SQL
             DECLARE C-FALTAS CURSOR FOR
               SELECT NIF,ASIGNATURA,ANO_ACADEMICO,TRIMESTRE,
                      HORAS_FALTA,JUSTIFICADA
                 FROM FALTAS
                ORDER BY NIF, ASIGNATURA, ANO_ACADEMICO, TRIMESTRE
           END-EXEC.

           EXEC SQL
             DECLARE C-MATRICULAS CURSOR FOR
               SELECT NIF,ASIGNATURA,ANO_ACADEMICO
                 FROM MATRICULAS
                ORDER BY NIF, ASIGNATURA, ANO_ACADEMICO
           END-EXEC.

           EXEC SQL
             DECLARE C-MEDIAS-HIST CURSOR FOR
               SELECT ANO_ACADEMICO,COD_COLEGIO,ASIGNATURA,
                      CT_ALUMNOS,SUMA_NOTAS,CT_NO_COMPUT,
                      SUMA_NO_COMPUT
                 FROM MEDIAS_HIST
                ORDER BY ANO_ACADEMICO, COD_COLEGIO, ASIGNATURA
           END-EXEC.
      ***** END-CURSORES ******

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-COPIAR-FICHEROS
           PERFORM 3000-DESCARGAR-TABLAS
           PERFORM 3900-CERRAR-JUEGO
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-PREFIJO = SPACES THEN
               MOVE 'CCPRAC.COPIA' TO WS-PREFIJO
           END-IF
           MOVE WS-TIMESTAMP-INICIO (1:14) TO WS-PUNTO
           STRING WS-PREFIJO   DELIMITED BY SPACE
                  '.D'         DELIMITED BY SIZE
                  WS-PU-AAMMDD DELIMITED BY SIZE
                  '.T'         DELIMITED BY SIZE
                  WS-PU-HHMMSS DELIMITED BY SIZE
               INTO WS-DSN-BASE
               ON OVERFLOW
                   DISPLAY '*CCPRACB7*PREFIJO*DEMASIADO*LARGO* '
                       WS-PREFIJO
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
           END-STRING
           DISPLAY 'PUNTO DE RESTAURACION: ' WS-PUNTO
           DISPLAY 'DATASETS DEL JUEGO:    ' WS-DSN-BASE
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-PARAR-CADENA
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN EXTEND F-PUNTOS
           IF FS-PUNTOS-NO-EXISTE THEN
               OPEN OUTPUT F-PUNTOS
           END-IF
           IF NOT FS-PUNTOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PUNTORES'
               DISPLAY FS-PUNTOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-PARAR-CADENA.
      *    EL OVERRIDE DE SYSIN SOLO DEBE USARSE CON CERROJOS
      *    HUERFANOS DE UN ABEND, IGUAL QUE EN CCPRAC02/10/16
           MOVE 'CCPRACB7' TO W-LOCK-PROGRAMA
           IF WS-LOCK-OVERRIDE = 'S' THEN
               MOVE 'S' TO W-LOCK-OVERRIDE
           END-IF
           MOVE 'CCPRAC02    ' TO W-LOCK-RECURSO
           PERFORM 1210-COGER-CERROJO
           PERFORM VARYING W-PARTICION FROM 1 BY 1
                   UNTIL W-PARTICION > 99 OR CADENA-OCUPADA
               MOVE W-PARTICION      TO W-PARTICION-LOCK
               MOVE 'CCPRAC02    '   TO W-LOCK-RECURSO
               MOVE 'P'              TO W-LOCK-RECURSO (9:1)
               MOVE W-PARTICION-LOCK TO W-LOCK-RECURSO (10:2)
               PERFORM 1210-COGER-CERROJO
           END-PERFORM
           IF CADENA-PARADA THEN
               MOVE 'ASIGNATURAS ' TO W-LOCK-RECURSO
               PERFORM 1210-COGER-CERROJO
           END-IF
           IF CADENA-OCUPADA THEN
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           DISPLAY 'CADENA PARADA: ' W-CT-NUMERO ' CERROJOS COGIDOS'
           .
      ******************************************************************
       1210-COGER-CERROJO.
           IF CADENA-PARADA THEN
             CALL "MODLOCK" USING 'A' W-LOCK-RECURSO W-LOCK-PROGRAMA
                 W-LOCK-OVERRIDE W-LOCK-RESULTADO W-LOCK-DESDE
             END-CALL
             IF W-LOCK-CONSEGUIDO THEN
               ADD 1 TO W-CT-NUMERO
               MOVE W-LOCK-RECURSO TO W-CT-RECURSO (W-CT-NUMERO)
             ELSE
               DISPLAY '*CCPRACB7*RECURSO* ' W-LOCK-RECURSO
                   '*EN*USO*DESDE* ' W-LOCK-DESDE ' - ABANDONA'
               SET CADENA-OCUPADA TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
       2000-COPIAR-FICHEROS.
           MOVE 'ALUMNOS '  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           MOVE 'NOTAS   '  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           PERFORM 2300-COPIAR-COLEGIOS
           MOVE 'BECAS   '  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           PERFORM 2200-COPIAR-TITULOS
           MOVE 'PENDIENT'  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           MOVE 'HISTDEC '  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           MOVE 'JRNMANT '  TO WS-DD-ORIGEN
           PERFORM 2100-COPIAR-FICHERO
           .
      ******************************************************************
       2100-COPIAR-FICHERO.
      *    COPIA REGISTRO A REGISTRO, TAL CUAL (LOS REGISTROS DE
      *    CONTROL *CAB/*FIN DEL MAESTRO VIAJAN CON EL)
           MOVE WS-DD-ORIGEN TO WS-NOMBRE-CORTO
           PERFORM 2900-NOMBRE-COPIA
           OPEN INPUT F-ORIGEN
           IF NOT FS-ORIGEN-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR* ' WS-DD-ORIGEN
                   ' ' FS-ORIGEN
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-COPIA
           IF NOT FS-COPIA-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR*COPIA* ' WS-DSN-COPIA
                   ' ' FS-COPIA
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE 0 TO C-REGISTROS
           READ F-ORIGEN
           PERFORM UNTIL NOT FS-ORIGEN-OK
               WRITE REG-COPIA FROM REG-ORIGEN
               IF NOT FS-COPIA-OK THEN
                   DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*COPIA* '
                       WS-DSN-COPIA ' ' FS-COPIA
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
               END-IF
               ADD 1 TO C-REGISTROS
               READ F-ORIGEN
           END-PERFORM
           IF NOT FS-ORIGEN-EOF THEN
               DISPLAY '*CCPRACB7*ERROR*LEER* ' WS-DD-ORIGEN
                   ' ' FS-ORIGEN
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           CLOSE F-ORIGEN
           CLOSE F-COPIA
           MOVE WS-DD-ORIGEN TO WS-NOMBRE-MANIFIESTO
           SET PR-FICHERO TO TRUE
           PERFORM 2950-ANOTAR-DATASET
           .
      ******************************************************************
       2200-COPIAR-TITULOS.
      *    EL LIBRO DE TITULOS ES EL UNICO REGISTRO DE 108
           MOVE 'TITULOS ' TO WS-NOMBRE-CORTO
           PERFORM 2900-NOMBRE-COPIA
           OPEN INPUT F-TITULOS
           IF NOT FS-TITULOS-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR* TITULOS ' FS-TITULOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-COPIA-TITULOS
           IF NOT FS-COPIA-TITULOS-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR*COPIA* ' WS-DSN-COPIA
                   ' ' FS-COPIA-TITULOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE 0 TO C-REGISTROS
           READ F-TITULOS
           PERFORM UNTIL NOT FS-TITULOS-OK
               WRITE REG-COPIA-TITULOS FROM REG-TITULO
               IF NOT FS-COPIA-TITULOS-OK THEN
                   DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*COPIA* '
                       WS-DSN-COPIA ' ' FS-COPIA-TITULOS
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
               END-IF
               ADD 1 TO C-REGISTROS
               READ F-TITULOS
           END-PERFORM
           IF NOT FS-TITULOS-EOF THEN
               DISPLAY '*CCPRACB7*ERROR*LEER* TITULOS ' FS-TITULOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           CLOSE F-TITULOS
           CLOSE F-COPIA-TITULOS
           MOVE 'TITULOS     ' TO WS-NOMBRE-MANIFIESTO
           SET PR-FICHERO TO TRUE
           PERFORM 2950-ANOTAR-DATASET
           .
      ******************************************************************
       2300-COPIAR-COLEGIOS.
      *    EL INDEXADO SE DESCARGA EN ORDEN DE CLAVE A SECUENCIAL;
      *    LA RESTAURACION LO VUELVE A CARGAR COMO INDEXADO
           MOVE 'COLEGIO ' TO WS-NOMBRE-CORTO
           PERFORM 2900-NOMBRE-COPIA
           OPEN INPUT F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR* COLEGIO ' FS-COLEGIOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-COPIA
           IF NOT FS-COPIA-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR*COPIA* ' WS-DSN-COPIA
                   ' ' FS-COPIA
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE 0 TO C-REGISTROS
           READ F-COLEGIOS
           PERFORM UNTIL NOT FS-COLEGIOS-OK
               WRITE REG-COPIA FROM REG-FCOLEGIO
               IF NOT FS-COPIA-OK THEN
                   DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*COPIA* '
                       WS-DSN-COPIA ' ' FS-COPIA
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
               END-IF
               ADD 1 TO C-REGISTROS
               READ F-COLEGIOS
           END-PERFORM
           IF NOT FS-COLEGIOS-EOF THEN
               DISPLAY '*CCPRACB7*ERROR*LEER* COLEGIO ' FS-COLEGIOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           CLOSE F-COLEGIOS
           CLOSE F-COPIA
           MOVE 'COLEGIO     ' TO WS-NOMBRE-MANIFIESTO
           SET PR-FICHERO TO TRUE
           PERFORM 2950-ANOTAR-DATASET
           .
      ******************************************************************
       2900-NOMBRE-COPIA.
           MOVE SPACES TO WS-DSN-COPIA
           STRING WS-DSN-BASE     DELIMITED BY SPACE
                  '.'             DELIMITED BY SIZE
                  WS-NOMBRE-CORTO DELIMITED BY SPACE
               INTO WS-DSN-COPIA
               ON OVERFLOW
                   DISPLAY '*CCPRACB7*NOMBRE*DE*COPIA*DEMASIADO*'
                       'LARGO* ' WS-DSN-BASE
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
           END-STRING
           .
      ******************************************************************
       2950-ANOTAR-DATASET.
      *    PR-TIPO VIENE PUESTO POR QUIEN LLAMA
           MOVE WS-PUNTO             TO PR-PUNTO
           MOVE WS-NOMBRE-MANIFIESTO TO PR-NOMBRE
           MOVE WS-DSN-COPIA         TO PR-DATASET
           MOVE C-REGISTROS          TO PR-REGISTROS
           WRITE REG-PUNTO-RESTAURACION
           IF NOT FS-PUNTOS-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*PUNTORES* ' FS-PUNTOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           ADD 1 TO C-DATASETS
           ADD C-REGISTROS TO C-TOTAL-REGISTROS
           DISPLAY 'COPIADO ' WS-NOMBRE-MANIFIESTO ' ' C-REGISTROS
               ' REG. EN ' WS-DSN-COPIA
           .
      ******************************************************************
       3000-DESCARGAR-TABLAS.
           PERFORM 3100-DESCARGAR-ALUMNOS
           PERFORM 3110-DESCARGAR-NOTAS
           PERFORM 3120-DESCARGAR-COLEGIOS
           PERFORM 3130-DESCARGAR-ASIGNATURAS
           PERFORM 3140-DESCARGAR-PROFESORES
           PERFORM 3150-DESCARGAR-FALTAS
           PERFORM 3160-DESCARGAR-MATRICULAS
           PERFORM 3170-DESCARGAR-MEDIAS-HIST
           .
      ******************************************************************
       3100-DESCARGAR-ALUMNOS.
           MOVE 'TALUMNOS'     TO WS-NOMBRE-CORTO
           MOVE 'ALUMNOS     ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-ALUMNOS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-ALUMNOS
                   INTO :DCLALUMNOS.NIF,:DCLALUMNOS.NOMBRE,
                        :DCLALUMNOS.COD-COLEGIO,:DCLALUMNOS.CURSO,
                        :DCLALUMNOS.FECHA-NAC,:DCLALUMNOS.SEXO
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLALUMNOS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-ALUMNOS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3110-DESCARGAR-NOTAS.
           MOVE 'TNOTAS  '     TO WS-NOMBRE-CORTO
           MOVE 'NOTAS       ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-NOTAS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-NOTAS
                   INTO :DCLNOTAS.NIF,:DCLNOTAS.ASIGNATURA,
                        :DCLNOTAS.NOTA,:DCLNOTAS.ANO-ACADEMICO,
                        :DCLNOTAS.TRIMESTRE,:DCLNOTAS.CONVOCATORIA,
                        :DCLNOTAS.COD-COLEGIO
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLNOTAS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-NOTAS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3120-DESCARGAR-COLEGIOS.
           MOVE 'TCOLEGIO'     TO WS-NOMBRE-CORTO
           MOVE 'COLEGIOS    ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-COLEGIOS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-COLEGIOS
                   INTO :DCLCOLEGIOS.COD-COLEGIO,:DCLCOLEGIOS.NOMBRE
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLCOLEGIOS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-COLEGIOS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3130-DESCARGAR-ASIGNATURAS.
           MOVE 'TASIGNAT'     TO WS-NOMBRE-CORTO
           MOVE 'ASIGNATURAS ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-ASIGNATURAS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-ASIGNATURAS
                   INTO :DCLASIGNATURAS.COD-ASIG,
                        :DCLASIGNATURAS.NOMBRE,
                        :DCLASIGNATURAS.CREDITOS
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLASIGNATURAS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-ASIGNATURAS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3140-DESCARGAR-PROFESORES.
           MOVE 'TPROFESO'     TO WS-NOMBRE-CORTO
           MOVE 'PROFESORES  ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-PROFESORES
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-PROFESORES
                   INTO :DCLPROFESORES.COD-PROFESOR,
                        :DCLPROFESORES.NOMBRE,
                        :DCLPROFESORES.COD-COLEGIO,
                        :DCLPROFESORES.ASIGNATURA,
                        :DCLPROFESORES.PORCENTAJE
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLPROFESORES TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-PROFESORES
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3150-DESCARGAR-FALTAS.
           MOVE 'TFALTAS '     TO WS-NOMBRE-CORTO
           MOVE 'FALTAS      ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-FALTAS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-FALTAS
                   INTO :DCLFALTAS.NIF,:DCLFALTAS.ASIGNATURA,
                        :DCLFALTAS.ANO-ACADEMICO,:DCLFALTAS.TRIMESTRE,
                        :DCLFALTAS.HORAS-FALTA,:DCLFALTAS.JUSTIFICADA
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLFALTAS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-FALTAS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3160-DESCARGAR-MATRICULAS.
           MOVE 'TMATRICU'     TO WS-NOMBRE-CORTO
           MOVE 'MATRICULAS  ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-MATRICULAS
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-MATRICULAS
                   INTO :DCLMATRICULAS.NIF,:DCLMATRICULAS.ASIGNATURA,
                        :DCLMATRICULAS.ANO-ACADEMICO
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLMATRICULAS TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-MATRICULAS
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3170-DESCARGAR-MEDIAS-HIST.
           MOVE 'TMEDHIST'     TO WS-NOMBRE-CORTO
           MOVE 'MEDIAS_HIST ' TO WS-NOMBRE-MANIFIESTO
           PERFORM 3800-ABRIR-DESCARGA
           EXEC SQL
             OPEN C-MEDIAS-HIST
           END-EXEC
           PERFORM 3810-COMPROBAR-OPEN
           PERFORM UNTIL NOT SQL-OK
               EXEC SQL
                 FETCH C-MEDIAS-HIST
                   INTO :DCLMEDIAS-HIST.ANO-ACADEMICO,
                        :DCLMEDIAS-HIST.COD-COLEGIO,
                        :DCLMEDIAS-HIST.ASIGNATURA,
                        :DCLMEDIAS-HIST.CT-ALUMNOS,
                        :DCLMEDIAS-HIST.SUMA-NOTAS,
                        :DCLMEDIAS-HIST.CT-NO-COMPUT,
                        :DCLMEDIAS-HIST.SUMA-NO-COMPUT
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               IF SQL-OK THEN
                   MOVE DCLMEDIAS-HIST TO REG-COPIA
                   PERFORM 3820-ESCRIBIR-FILA
               END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-MEDIAS-HIST
           END-EXEC
           PERFORM 3850-CERRAR-DESCARGA
           .
      ******************************************************************
       3800-ABRIR-DESCARGA.
           PERFORM 2900-NOMBRE-COPIA
           OPEN OUTPUT F-COPIA
           IF NOT FS-COPIA-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ABRIR*COPIA* ' WS-DSN-COPIA
                   ' ' FS-COPIA
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE 0 TO C-REGISTROS
           .
      ******************************************************************
       3810-COMPROBAR-OPEN.
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACB7*ERROR*OPEN*CURSOR* '
                   WS-NOMBRE-MANIFIESTO ' ' WS-SQL-MENSAJE
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       3820-ESCRIBIR-FILA.
           WRITE REG-COPIA
           IF NOT FS-COPIA-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*COPIA* '
                   WS-DSN-COPIA ' ' FS-COPIA
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           ADD 1 TO C-REGISTROS
           .
      ******************************************************************
       3850-CERRAR-DESCARGA.
      *    EL CURSOR SOLO PUEDE HABER ACABADO POR FIN DE DATOS: UNA
      *    DESCARGA CORTADA NO ENTRA EN EL JUEGO
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACB7*ERROR*FETCH* ' WS-NOMBRE-MANIFIESTO
                   ' ' WS-SQL-MENSAJE
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           CLOSE F-COPIA
           SET PR-TABLA TO TRUE
           PERFORM 2950-ANOTAR-DATASET
           .
      ******************************************************************
       3900-CERRAR-JUEGO.
      *    LA LINEA 'Z' ES LA QUE HACE RESTAURABLE EL PUNTO
           MOVE WS-PUNTO    TO PR-PUNTO
           SET PR-CIERRE    TO TRUE
           MOVE 'JUEGO'     TO PR-NOMBRE
           MOVE WS-DSN-BASE TO PR-DATASET
           MOVE C-DATASETS  TO PR-REGISTROS
           WRITE REG-PUNTO-RESTAURACION
           IF NOT FS-PUNTOS-OK THEN
               DISPLAY '*CCPRACB7*ERROR*ESCRIBIR*PUNTORES* ' FS-PUNTOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY '******************************************'
           DISPLAY 'RESUMEN CCPRACB7'
           DISPLAY 'PUNTO DE RESTAURACION: ' WS-PUNTO
           DISPLAY 'DATASETS COPIADOS:     ' C-DATASETS
           DISPLAY 'REGISTROS COPIADOS:    ' C-TOTAL-REGISTROS
           DISPLAY '******************************************'
           CLOSE F-PUNTOS
           MOVE C-TOTAL-REGISTROS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB7' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
      *    LA CADENA SE REANUDA SIEMPRE, TAMBIEN SI EL JUEGO QUEDO A
      *    MEDIAS; EL RC SE PONE DESPUES DE LOS CALL
           PERFORM VARYING W-IDX-CERROJO FROM W-CT-NUMERO BY -1
                   UNTIL W-IDX-CERROJO < 1
               MOVE W-CT-RECURSO (W-IDX-CERROJO) TO W-LOCK-RECURSO
               CALL "MODLOCK" USING 'L' W-LOCK-RECURSO
                   W-LOCK-PROGRAMA W-LOCK-OVERRIDE W-LOCK-RESULTADO
                   W-LOCK-DESDE
               END-CALL
           END-PERFORM
           MOVE 0 TO W-CT-NUMERO
           IF WS-RC-FINAL > 0 THEN
               DISPLAY '*CCPRACB7*JUEGO*INCOMPLETO*PUNTO* ' WS-PUNTO
                   ' NO RESTAURABLE'
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
