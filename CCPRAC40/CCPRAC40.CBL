      *                 TRATA SOSPECHOSAMENTE MENOS REGISTROS DE LO    *
      *                 HABITUAL (FICHEROS TRUNCADOS). SYSIN: N DE     *
      *                 EJECUCIONES A PROMEDIAR Y PORCENTAJE UMBRAL.   *
      *                 AL FINAL DEL INFORME, LA CADENA DE CIERRE DE   *
      *                 TRIMESTRE (CCPRACAO, CCPRAC93 Y LOS INFORMES   *
      *                 QUE LEEN EL FICHERO DE HECHOS): POR JORNADA    *
      *                 (LO ARRANCADO ANTES DE MEDIODIA CUENTA PARA LA *
      *                 NOCHE ANTERIOR) SE SUMA LA DURACION DE SUS     *
      *                 PROGRAMAS, Y LAS JORNADAS EN QUE CORRIO        *
      *                 CCPRAC65 SE CLASIFICAN EN ANTES (SIN CCPRACAO) *
      *                 Y DESPUES (CON CCPRACAO), CON LA MEDIA DE      *
      *                 CADA GRUPO PARA VER LO QUE AHORRA EL FICHERO   *
      *                 DE HECHOS.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-PROG-ENCONTRADO      PIC X.
           88 PROG-ENCONTRADO          VALUE 'S'.

       01 T-CADENA-CIERRE-VALORES.
           05 FILLER PIC X(8) VALUE 'CCPRACAO'.
           05 FILLER PIC X(8) VALUE 'CCPRAC93'.
           05 FILLER PIC X(8) VALUE 'CCPRAC65'.
           05 FILLER PIC X(8) VALUE 'CCPRAC85'.
           05 FILLER PIC X(8) VALUE 'CCPRAC9E'.
           05 FILLER PIC X(8) VALUE 'CCPRAC9Q'.
           05 FILLER PIC X(8) VALUE 'CCPRAC67'.
       01 T-CADENA-CIERRE REDEFINES T-CADENA-CIERRE-VALORES.
           05 T-CAD-PROGRAMA PIC X(8) OCCURS 7.
       01 WS-IDX-CADENA           PIC 9.
       01 WS-EN-CADENA            PIC X.
           88 PROG-EN-CADENA           VALUE 'S'.

       01 T-JORNADAS.
           05 C-JORNADAS          PIC 999 VALUE 0.
           05 T-JO-ENTRADA OCCURS 100.
               10 T-JO-FECHA      PIC 9(8).
               10 T-JO-DURACION   PIC 9(7).
               10 T-JO-CON-BOLETIN  PIC X.
               10 T-JO-CON-HECHOS   PIC X.
       01 WS-IDX-JORNADA          PIC 999.
       01 WS-FECHA-JORNADA        PIC 9(8).
       01 WS-JORNADA-ENCONTRADA   PIC X.
           88 JORNADA-ENCONTRADA       VALUE 'S'.

       01 W-CADENA.
           05 W-CAD-SUMA-ANTES    PIC 9(9).
           05 W-CAD-NUM-ANTES     PIC 999.
           05 W-CAD-SUMA-DESPUES  PIC 9(9).
           05 W-CAD-NUM-DESPUES   PIC 999.
           05 W-CAD-MEDIA         PIC 9(7).

       01 W-CALCULO.
           05 W-SEG-INICIO        PIC 9(7).
           05 W-SEG-FIN           PIC 9(7).
           05 LIM-VOLUMEN   PIC ZZZZZZZZ9.
           05 FILLER        PIC X(35) VALUE SPACES.

       01 LINEA-INF-CADENA.
           05 FILLER        PIC X(30) VALUE
               'CADENA DE CIERRE DE TRIMESTRE '.
           05 FILLER        PIC X(50) VALUE SPACES.

       01 LINEA-INF-JORNADA.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 FILLER        PIC X(9)  VALUE 'JORNADA: '.
           05 LIJ-FECHA     PIC 9(8).
           05 FILLER        PIC X(12) VALUE '  DURACION: '.
           05 LIJ-DURACION  PIC ZZZZZZ9.
           05 FILLER        PIC X(7)  VALUE ' SEG.  '.
           05 LIJ-MODO      PIC X(7).
           05 FILLER        PIC X(25) VALUE SPACES.

       01 LINEA-INF-COMPARA.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE 'MEDIA '.
           05 LIC-MODO      PIC X(7).
           05 FILLER        PIC X(2)  VALUE ': '.
           05 LIC-DURACION  PIC ZZZZZZ9.
           05 FILLER        PIC X(7)  VALUE ' SEG.  '.
           05 FILLER        PIC X(10) VALUE 'JORNADAS: '.
           05 LIC-JORNADAS  PIC ZZ9.
           05 FILLER        PIC X(33) VALUE SPACES.

       01 LINEA-ALERTA-DATOS.
           05 LAD-PROGRAMA  PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-METRICAS UNTIL FS-METRICAS-EOF
           PERFORM 3000-ANALIZAR
           PERFORM 3500-CADENA-CIERRE
           PERFORM 4000-FIN
           .
      ******************************************************************
               MOVE 50 TO WS-PCT-UMBRAL
           END-IF
           INITIALIZE T-PROGRAMAS
           INITIALIZE T-JORNADAS

           OPEN INPUT F-METRICAS
           IF NOT FS-METRICAS-OK THEN
             IF PROG-ENCONTRADO THEN
               PERFORM 2200-CALCULAR-DURACION
               PERFORM 2300-ANOTAR-EJECUCION
               PERFORM 2400-ANOTAR-JORNADA
             END-IF
           END-IF
           .
             TO T-RUN-VOLUMEN (WS-IDX-PROG,
                 T-PROG-RUNS (WS-IDX-PROG))
           .
      ******************************************************************
       2400-ANOTAR-JORNADA.
           MOVE 'N' TO WS-EN-CADENA
           PERFORM VARYING WS-IDX-CADENA FROM 1 BY 1
                   UNTIL WS-IDX-CADENA > 7
             IF T-CAD-PROGRAMA (WS-IDX-CADENA) = M-PROGRAMA THEN
               SET PROG-EN-CADENA TO TRUE
             END-IF
           END-PERFORM
           IF PROG-EN-CADENA AND M-INI-FECHA NUMERIC THEN
      *        LA CADENA ARRANCA DE NOCHE: LO DE LA MADRUGADA ES DE
      *        LA JORNADA DEL DIA ANTERIOR
             MOVE M-INI-FECHA TO WS-FECHA-JORNADA
             IF M-INI-HH < 12 THEN
               COMPUTE WS-FECHA-JORNADA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-JORNADA) - 1)
             END-IF
             MOVE 'N' TO WS-JORNADA-ENCONTRADA
             PERFORM VARYING WS-IDX-JORNADA FROM 1 BY 1
                     UNTIL WS-IDX-JORNADA > C-JORNADAS
                        OR JORNADA-ENCONTRADA
               IF T-JO-FECHA (WS-IDX-JORNADA) = WS-FECHA-JORNADA THEN
                 SET JORNADA-ENCONTRADA TO TRUE
                 SUBTRACT 1 FROM WS-IDX-JORNADA
               END-IF
             END-PERFORM
             IF NOT JORNADA-ENCONTRADA THEN
               IF C-JORNADAS >= 100 THEN
      *            SE DESPLAZA LA VENTANA: SOLO INTERESAN LAS ULTIMAS
                 PERFORM VARYING WS-IDX-JORNADA FROM 1 BY 1
                         UNTIL WS-IDX-JORNADA >= 100
                   MOVE T-JO-ENTRADA (WS-IDX-JORNADA + 1)
                     TO T-JO-ENTRADA (WS-IDX-JORNADA)
                 END-PERFORM
                 MOVE 99 TO C-JORNADAS
               END-IF
               ADD 1 TO C-JORNADAS
               MOVE C-JORNADAS TO WS-IDX-JORNADA
               MOVE WS-FECHA-JORNADA TO T-JO-FECHA (WS-IDX-JORNADA)
               MOVE 0   TO T-JO-DURACION (WS-IDX-JORNADA)
               MOVE 'N' TO T-JO-CON-BOLETIN (WS-IDX-JORNADA)
               MOVE 'N' TO T-JO-CON-HECHOS (WS-IDX-JORNADA)
             END-IF
             ADD W-DURACION TO T-JO-DURACION (WS-IDX-JORNADA)
             IF M-PROGRAMA = 'CCPRAC65' THEN
               MOVE 'S' TO T-JO-CON-BOLETIN (WS-IDX-JORNADA)
             END-IF
             IF M-PROGRAMA = 'CCPRACAO' THEN
               MOVE 'S' TO T-JO-CON-HECHOS (WS-IDX-JORNADA)
             END-IF
           END-IF
           .
      ******************************************************************
       3000-ANALIZAR.
           PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
             END-IF
           END-IF
           .
      ******************************************************************
       3500-CADENA-CIERRE.
      *    SOLO CUENTAN LAS JORNADAS CON TIRADA DE BOLETINES: LAS
      *    DEMAS NO SON CIERRE DE TRIMESTRE
           INITIALIZE W-CADENA
           WRITE LINEA-INFORME FROM LINEA-INF-CADENA
           PERFORM VARYING WS-IDX-JORNADA FROM 1 BY 1
                   UNTIL WS-IDX-JORNADA > C-JORNADAS
             IF T-JO-CON-BOLETIN (WS-IDX-JORNADA) = 'S' THEN
               MOVE T-JO-FECHA (WS-IDX-JORNADA)    TO LIJ-FECHA
               MOVE T-JO-DURACION (WS-IDX-JORNADA) TO LIJ-DURACION
               IF T-JO-CON-HECHOS (WS-IDX-JORNADA) = 'S' THEN
                 MOVE 'DESPUES' TO LIJ-MODO
                 ADD T-JO-DURACION (WS-IDX-JORNADA)
                   TO W-CAD-SUMA-DESPUES
                 ADD 1 TO W-CAD-NUM-DESPUES
               ELSE
                 MOVE 'ANTES  ' TO LIJ-MODO
                 ADD T-JO-DURACION (WS-IDX-JORNADA)
                   TO W-CAD-SUMA-ANTES
                 ADD 1 TO W-CAD-NUM-ANTES
               END-IF
               WRITE LINEA-INFORME FROM LINEA-INF-JORNADA
             END-IF
           END-PERFORM

           MOVE 0 TO W-CAD-MEDIA
           IF W-CAD-NUM-ANTES > 0 THEN
             COMPUTE W-CAD-MEDIA =
                 W-CAD-SUMA-ANTES / W-CAD-NUM-ANTES
           END-IF
           MOVE 'ANTES  '       TO LIC-MODO
           MOVE W-CAD-MEDIA     TO LIC-DURACION
           MOVE W-CAD-NUM-ANTES TO LIC-JORNADAS
           WRITE LINEA-INFORME FROM LINEA-INF-COMPARA

           MOVE 0 TO W-CAD-MEDIA
           IF W-CAD-NUM-DESPUES > 0 THEN
             COMPUTE W-CAD-MEDIA =
                 W-CAD-SUMA-DESPUES / W-CAD-NUM-DESPUES
           END-IF
           MOVE 'DESPUES'         TO LIC-MODO
           MOVE W-CAD-MEDIA       TO LIC-DURACION
           MOVE W-CAD-NUM-DESPUES TO LIC-JORNADAS
           WRITE LINEA-INFORME FROM LINEA-INF-COMPARA
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'LINEAS DE METRICAS:  ' C-LINEAS-LEIDAS
