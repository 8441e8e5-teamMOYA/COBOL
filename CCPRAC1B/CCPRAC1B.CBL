      *                 CALIFICACION CUALITATIVA OFICIAL OBTENIDA DE   *
      *                 LA ESCALA (MODESCAL, FICHERO RESCALA): LOS     *
      *                 CORTES SON DATOS MANTENIDOS POR CCPRAC32.      *
      *                 LAS ASIGNATURAS NO COMPUTABLES DEL PLAN DE     *
      *                 ESTUDIOS DEL CURSO (MODPLANE) SE IMPRIMEN      *
      *                 MARCADAS CON '*' Y NO ENTRAN EN LA MEDIA DEL   *
      *                 ALUMNO (NI, POR TANTO, EN LA DE GRUPO NI EN    *
      *                 EL CUADRO DE HONOR).                           *
      *                 PLAN Y ESCALA SON LOS DE LA ETAPA EDUCATIVA    *
      *                 DEL CURSO DEL ALUMNO EN SU COLEGIO (MODETAPA). *
      *                 DENTRO DE CADA COLEGIO LOS CURSOS SE AGRUPAN   *
      *                 POR ETAPA, CON CABECERA Y SUBTOTAL DE ALUMNOS  *
      *                 DE LA ETAPA.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 W-MEDIA-ALUMNO PIC 99V99.
           05 W-MEDIA-ASIGNATURA PIC 99V99 OCCURS 6.
       01 WS-MEDIA-NUM PIC 99V99 VALUE 0.
       01 WS-NO-COMPUTABLE-FLAG PIC X VALUE 'N'.
           88 HAY-NO-COMPUTABLES    VALUE 'S'.

       01 LINEA-LEYENDA.
           05 FILLER   PIC X(10) VALUE SPACES.
           05 FILLER   PIC X(40) VALUE
               '(*) NOTA NO COMPUTABLE EN LA MEDIA'.
           05 FILLER   PIC X(82) VALUE SPACES.

       01 LINEA-HONOR.
           05 LH-NIF       PIC X(9).
           05 W-MSK-APELLIDOS   PIC X(30).
           05 W-MSK-NIF-MASCARA PIC X(9).
           05 W-MSK-INICIALES   PIC X(12).
           05 W-MSK-CLAVE-SEUD  PIC X(16) VALUE SPACES.
           05 W-MSK-SEUDONIMO   PIC X(12).

       01 WS-FECHA-VALIDA-FLAG PIC X VALUE 'S'.
           88 FECHA-SYSIN-VALIDA    VALUE 'S'.
           88 GRUPO-COLEGIO-CERRADO  VALUE 'N'.
       01 WS-COLEGIO-ACTUAL    PIC 99 VALUE 0.

       01 WS-ETAPA-ANTERIOR    PIC X VALUE SPACE.
       01 C-ALUMNOS-ETAPA      PIC 9(4) VALUE 0.
       01 WS-GRUPO-ETAPA-FLAG  PIC X VALUE 'N'.
           88 GRUPO-ETAPA-ABIERTO  VALUE 'S'.
           88 GRUPO-ETAPA-CERRADO  VALUE 'N'.

       01 LINEA-ETAPA-CABECERA.
           05 FILLER      PIC X(11) VALUE SPACES.
           05 FILLER      PIC X(7)  VALUE 'ETAPA: '.
           05 LEC-ETAPA   PIC X.
           05 FILLER      PIC X     VALUE SPACE.
           05 LEC-NOMBRE  PIC X(20).
           05 FILLER      PIC X(92) VALUE SPACES.

       01 LINEA-ETAPA-SUBTOTAL.
           05 FILLER      PIC X(11) VALUE SPACES.
           05 FILLER      PIC X(16) VALUE 'ALUMNOS ETAPA:  '.
           05 LES-SUBTOTAL PIC ZZZ9.
           05 FILLER      PIC X(101) VALUE SPACES.

       01 WS-CURSO-ANTERIOR    PIC 9 VALUE 0.
       01 C-ALUMNOS-CURSO      PIC 9(4) VALUE 0.
       01 WS-GRUPO-CURSO-FLAG  PIC X VALUE 'N'.
           05 W-ESC-ETIQUETA    PIC X(16).
           05 W-ESC-ENCONTRADO  PIC X.

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

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

       01 WS-TIMESTAMP-INICIO PIC X(21).
       01 WS-METRI-REGISTROS  PIC 9(9).

           CALL "MODESCAL" USING 'O' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODPLANE" USING 'O' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 055-CARGAR-NOMBRES-ASIG

           OPEN INPUT F-ALUMNOS
               WRITE LINEA-SALIDA FROM LINEA-FINAL AFTER 1
               PERFORM 400-CUADRE-CONTROL
               WRITE LINEA-SALIDA FROM LINEA-CUADRE AFTER 1
               IF HAY-NO-COMPUTABLES THEN
                 WRITE LINEA-SALIDA FROM LINEA-LEYENDA AFTER 1
               END-IF
               PERFORM 450-INFORME-NP

               CLOSE F-HONORES

           PERFORM 068-RETURN-ALUMNO
           PERFORM UNTIL FIN-DE-SORT
             PERFORM 095-ETAPA-DEL-ALUMNO
             IF GRUPO-COLEGIO-ABIERTO
                 AND COLEGIO OF REG-ALUMNOS
                     NOT = WS-COLEGIO-ANTERIOR THEN
               IF GRUPO-CURSO-ABIERTO THEN
                 PERFORM 074-CERRAR-CURSO
               END-IF
               IF GRUPO-ETAPA-ABIERTO THEN
                 PERFORM 071-CERRAR-ETAPA
               END-IF
               PERFORM 080-CERRAR-GRUPO-COLEGIO
               MOVE 0 TO C-ALUMNOS-COLEGIO
             END-IF
             IF GRUPO-ETAPA-ABIERTO
                 AND W-ET-ETAPA NOT = WS-ETAPA-ANTERIOR THEN
               IF GRUPO-AULA-ABIERTO THEN
                 PERFORM 078-CERRAR-GRUPO-AULA
               END-IF
               IF GRUPO-CURSO-ABIERTO THEN
                 PERFORM 074-CERRAR-CURSO
               END-IF
               PERFORM 071-CERRAR-ETAPA
             END-IF
             IF GRUPO-CURSO-ABIERTO
                 AND CURSO OF REG-ALUMNOS
                     NOT = WS-CURSO-ANTERIOR THEN
             END-IF
             MOVE COLEGIO OF REG-ALUMNOS TO WS-COLEGIO-ACTUAL
             PERFORM 075-CONTROL-COLEGIO
             PERFORM 070-CONTROL-ETAPA
             PERFORM 073-CONTROL-CURSO
             PERFORM 076-CONTROL-GRUPO-AULA
             ADD 1 TO C-ALUMNOS-TOTALES
             ADD 1 TO C-ALUMNOS-COLEGIO
             ADD 1 TO C-ALUMNOS-ETAPA
             ADD 1 TO C-ALUMNOS-CURSO
             ADD 1 TO C-ALUMNOS-GRUPO
             PERFORM 100-CALCULO-1
           IF GRUPO-CURSO-ABIERTO THEN
             PERFORM 074-CERRAR-CURSO
           END-IF
           IF GRUPO-ETAPA-ABIERTO THEN
             PERFORM 071-CERRAR-ETAPA
           END-IF
           IF GRUPO-COLEGIO-ABIERTO THEN
             PERFORM 080-CERRAR-GRUPO-COLEGIO
           END-IF
           SET GRUPO-COLEGIO-CERRADO TO TRUE
           .

       070-CONTROL-ETAPA.
      *    LOS CURSOS SIN ETAPA (O SIN FICHERO DE ETAPAS) SE LISTAN
      *    COMO SIEMPRE, SIN CABECERA NI SUBTOTAL DE ETAPA
           IF GRUPO-ETAPA-CERRADO AND W-ET-ETAPA NOT = SPACE THEN
             SET GRUPO-ETAPA-ABIERTO TO TRUE
             MOVE W-ET-ETAPA  TO WS-ETAPA-ANTERIOR
             MOVE W-ET-ETAPA  TO LEC-ETAPA
             MOVE W-ET-NOMBRE TO LEC-NOMBRE
             WRITE LINEA-SALIDA FROM LINEA-ETAPA-CABECERA AFTER 1
             MOVE 0 TO C-ALUMNOS-ETAPA
           END-IF
           .

       071-CERRAR-ETAPA.
           MOVE C-ALUMNOS-ETAPA TO LES-SUBTOTAL
           WRITE LINEA-SALIDA FROM LINEA-ETAPA-SUBTOTAL AFTER 1
           SET GRUPO-ETAPA-CERRADO TO TRUE
           .

       073-CONTROL-CURSO.
           IF GRUPO-CURSO-CERRADO THEN
             SET GRUPO-CURSO-ABIERTO TO TRUE
           WRITE LINEA-SALIDA FROM LINEA-GRUPO-SUBTOTAL AFTER 1
           SET GRUPO-AULA-CERRADO TO TRUE
           .
      *****************************************************************
       095-ETAPA-DEL-ALUMNO.
      *    PLAN Y ESCALA SE CONSULTAN CON LA ETAPA DEL CURSO DEL ALUMNO
      *    EN EL COLEGIO; SIN ETAPA VALEN LOS GENERALES
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           MOVE SPACES     TO W-ESC-ETIQUETA
           MOVE W-ET-ETAPA TO W-ESC-ETIQUETA (1:1)
           CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           .
      *****************************************************************
       100-CALCULO-1.
           MOVE 0 TO W-MEDIA-ALUMNO
             VARYING C-CONTADOR FROM 1 BY 1
             UNTIL C-CONTADOR > 6

             MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
             MOVE C-CONTADOR           TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             IF NOTA  OF REG-ALUMNOS (C-CONTADOR) > 00
               ADD NOTA OF REG-ALUMNOS (C-CONTADOR)
                 TO W-MEDIA-ASIGNATURA (C-CONTADOR)
               MOVE NOTA OF REG-ALUMNOS (C-CONTADOR)
                 TO NOTA OF LINEA-DATOS (C-CONTADOR)

               ADD 1 TO C-MEDIA-ASIGNATURA (C-CONTADOR)
      *        LA NO COMPUTABLE SE CALIFICA PERO NO HACE MEDIA
               IF W-PLA-COMPUTA THEN
                 ADD NOTA OF REG-ALUMNOS (C-CONTADOR)
                   TO W-MEDIA-ALUMNO
                 ADD 1 TO C-ASIGNATURAS
               END-IF

               IF NOTA OF REG-ALUMNOS (C-CONTADOR) < 5 THEN
                 PERFORM 160-REGISTRAR-SUSPENSO
               ADD 1 TO C-NP-ASIGNATURA (C-CONTADOR)
               PERFORM 150-ACUMULAR-NP-COLEGIO
             END-IF
             IF NOT W-PLA-COMPUTA THEN
               MOVE '*' TO ASIGNATURAS OF LINEA-DATOS (C-CONTADOR) (5:1)
               SET HAY-NO-COMPUTABLES TO TRUE
             END-IF
           END-PERFORM

           MOVE W-MEDIA-ALUMNO TO MEDIA
                                    W-MSK-APELLIDOS
                                    W-MSK-NIF-MASCARA
                                    W-MSK-INICIALES
                                    W-MSK-CLAVE-SEUD
                                    W-MSK-SEUDONIMO
               END-CALL
               MOVE W-MSK-NIF-MASCARA TO LH-NIF
               MOVE SPACES            TO LH-APELLIDOS
           CALL "MODESCAL" USING 'C' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODPLANE" USING 'C' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-ALUMNOS-TOTALES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC1B' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
