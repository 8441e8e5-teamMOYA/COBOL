       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA7.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: AUDITORIA COMPLETA DE HABILITACIONES. RECORRE  *
      *                 LA TABLA PROFESORES (A FECHA DE HOY) Y EL      *
      *                 FICHERO DE SUSTITUCIONES RSUSTITU (A SU        *
      *                 FECHA-DESDE) Y CONTRASTA CADA ASIGNACION CON   *
      *                 EL REGISTRO DE HABILITACIONES VIA MODHABIL.    *
      *                 LISTA LAS FILAS SIN HABILITACION Y LAS QUE     *
      *                 SOLO SE SOSTIENEN POR UNA EXCEPCION AUTORIZADA *
      *                 (CON SU CODIGO), Y TOTALES POR ORIGEN.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUSTITUCIONES ASSIGN SUSTITU
               FILE STATUS IS FS-SUSTITUCIONES.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-SUSTITUCIONES
           RECORDING MODE IS F.
           COPY RSUSTITU.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-SUSTITUCIONES PIC XX.
               88 FS-SUSTITUCIONES-OK VALUE '00'.
               88 FS-SUSTITUCIONES-NO-EXISTE VALUE '35'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       COPY WSQLCOD.

       01 C-CONTADORES.
           05 C-PROF-LEIDOS       PIC 9(5) VALUE 0.
           05 C-PROF-SIN-HABIL    PIC 9(5) VALUE 0.
           05 C-PROF-EXCEPCION    PIC 9(5) VALUE 0.
           05 C-SUST-LEIDOS       PIC 9(5) VALUE 0.
           05 C-SUST-SIN-HABIL    PIC 9(5) VALUE 0.
           05 C-SUST-EXCEPCION    PIC 9(5) VALUE 0.

       01 W-HABILIT-LOOKUP.
           05 W-HB-PROFESOR       PIC 9(4).
           05 W-HB-ASIG           PIC 9.
           05 W-HB-FECHA          PIC X(8).
           05 W-HB-EXCEPCION      PIC X(8).
           05 W-HB-RESULTADO      PIC X.
               88 W-HB-HABILITADO         VALUE 'H'.
               88 W-HB-POR-EXCEPCION      VALUE 'E'.
               88 W-HB-NO-HABILITADO      VALUE 'N'.

       01 WS-FECHA-HOY            PIC X(8).

       01 LINEA-CABECERA.
           05 FILLER  PIC X(37) VALUE
               'AUDITORIA DE HABILITACIONES A FECHA '.
           05 LCA-FECHA PIC X(8).
           05 FILLER  PIC X(35) VALUE SPACES.

       01 LINEA-SECCION.
           05 LS-TITULO PIC X(40).
           05 FILLER  PIC X(40) VALUE SPACES.

       01 LINEA-DETALLE.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 FILLER       PIC X(5)  VALUE 'PROF '.
           05 LD-PROFESOR  PIC ZZZ9.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LD-NOMBRE    PIC X(15).
           05 FILLER       PIC X(5)  VALUE ' COL '.
           05 LD-COLEGIO   PIC Z9.
           05 FILLER       PIC X(6)  VALUE ' ASIG '.
           05 LD-ASIG      PIC 9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-FECHA     PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-MOTIVO    PIC X(16).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-EXCEPCION PIC X(8).
           05 FILLER       PIC X(3)  VALUE SPACES.

       01 LINEA-TOTAL.
           05 LT-TEXTO     PIC X(30).
           05 LT-VALOR     PIC ZZZZ9.
           05 FILLER       PIC X(45) VALUE SPACES.

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-PROFESORES CURSOR FOR
               SELECT COD_PROFESOR,NOMBRE,COD_COLEGIO,ASIGNATURA
                 FROM PROFESORES
                ORDER BY COD_PROFESOR,COD_COLEGIO,ASIGNATURA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-AUDITAR-PROFESORES
           PERFORM 3000-AUDITAR-SUSTITUCIONES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY
           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           CALL "MODHABIL" USING 'O' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           MOVE WS-FECHA-HOY TO LCA-FECHA
           WRITE LINEA-LISTADO FROM LINEA-CABECERA
           .
      ******************************************************************
       2000-AUDITAR-PROFESORES.
           MOVE 'TABLA PROFESORES' TO LS-TITULO
           WRITE LINEA-LISTADO FROM LINEA-SECCION
           EXEC SQL OPEN C-PROFESORES END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           IF NOT SQL-OK THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACA7*ERROR*CURSOR*PROFESORES* '
                   SQL-ERROR ' ' WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               CLOSE F-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2100-FETCH-PROFESOR
           PERFORM UNTIL NOT SQL-OK
               ADD 1 TO C-PROF-LEIDOS
               PERFORM 2200-COMPROBAR-PROFESOR
               PERFORM 2100-FETCH-PROFESOR
           END-PERFORM
           EXEC SQL CLOSE C-PROFESORES END-EXEC
           .
      ******************************************************************
       2100-FETCH-PROFESOR.
           EXEC SQL
             FETCH C-PROFESORES
               INTO :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :DCLPROFESORES.COD-COLEGIO,
                    :DCLPROFESORES.ASIGNATURA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2200-COMPROBAR-PROFESOR.
           MOVE COD-PROFESOR OF DCLPROFESORES TO W-HB-PROFESOR
           MOVE ASIGNATURA OF DCLPROFESORES   TO W-HB-ASIG
           MOVE WS-FECHA-HOY                  TO W-HB-FECHA
           MOVE SPACES                        TO W-HB-EXCEPCION
           CALL "MODHABIL" USING 'A' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           IF NOT W-HB-HABILITADO THEN
               MOVE COD-PROFESOR OF DCLPROFESORES TO LD-PROFESOR
               MOVE NOMBRE OF DCLPROFESORES       TO LD-NOMBRE
               MOVE COD-COLEGIO OF DCLPROFESORES  TO LD-COLEGIO
               MOVE ASIGNATURA OF DCLPROFESORES   TO LD-ASIG
               MOVE WS-FECHA-HOY                  TO LD-FECHA
               IF W-HB-POR-EXCEPCION THEN
                   MOVE 'EXCEPCION'        TO LD-MOTIVO
                   MOVE W-HB-EXCEPCION     TO LD-EXCEPCION
                   ADD 1 TO C-PROF-EXCEPCION
               ELSE
                   MOVE 'SIN HABILITACION' TO LD-MOTIVO
                   MOVE SPACES             TO LD-EXCEPCION
                   ADD 1 TO C-PROF-SIN-HABIL
               END-IF
               WRITE LINEA-LISTADO FROM LINEA-DETALLE
           END-IF
           .
      ******************************************************************
       3000-AUDITAR-SUSTITUCIONES.
           MOVE 'FICHERO DE SUSTITUCIONES' TO LS-TITULO
           WRITE LINEA-LISTADO FROM LINEA-SECCION
           OPEN INPUT F-SUSTITUCIONES
           IF FS-SUSTITUCIONES-NO-EXISTE THEN
             DISPLAY '*CCPRACA7*SIN*FICHERO*SUSTITUCIONES*'
           ELSE
             IF NOT FS-SUSTITUCIONES-OK THEN
               DISPLAY 'ERROR LEER FICHERO SUSTITUCIONES'
               DISPLAY FS-SUSTITUCIONES
               MOVE 12 TO RETURN-CODE
               CLOSE F-LISTADO
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-SUSTITUCIONES
             PERFORM UNTIL NOT FS-SUSTITUCIONES-OK
               ADD 1 TO C-SUST-LEIDOS
               PERFORM 3100-COMPROBAR-SUSTITUCION
               READ F-SUSTITUCIONES
             END-PERFORM
             CLOSE F-SUSTITUCIONES
           END-IF
           .
      ******************************************************************
       3100-COMPROBAR-SUSTITUCION.
           MOVE COD-SUSTITUTO                 TO W-HB-PROFESOR
           MOVE ASIGNATURA OF REG-SUSTITUCION TO W-HB-ASIG
           MOVE FECHA-DESDE                   TO W-HB-FECHA
           MOVE SPACES                        TO W-HB-EXCEPCION
           CALL "MODHABIL" USING 'A' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           IF NOT W-HB-HABILITADO THEN
               MOVE COD-SUSTITUTO                  TO LD-PROFESOR
               MOVE NOMBRE-SUSTITUTO               TO LD-NOMBRE
               MOVE COD-COLEGIO OF REG-SUSTITUCION TO LD-COLEGIO
               MOVE ASIGNATURA OF REG-SUSTITUCION  TO LD-ASIG
               MOVE FECHA-DESDE                    TO LD-FECHA
               IF W-HB-POR-EXCEPCION THEN
                   MOVE 'EXCEPCION'        TO LD-MOTIVO
                   MOVE W-HB-EXCEPCION     TO LD-EXCEPCION
                   ADD 1 TO C-SUST-EXCEPCION
               ELSE
                   MOVE 'SIN HABILITACION' TO LD-MOTIVO
                   MOVE SPACES             TO LD-EXCEPCION
                   ADD 1 TO C-SUST-SIN-HABIL
               END-IF
               WRITE LINEA-LISTADO FROM LINEA-DETALLE
           END-IF
           .
      ******************************************************************
       4000-FIN.
           MOVE 'PROFESORES REVISADOS:' TO LT-TEXTO
           MOVE C-PROF-LEIDOS TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           MOVE 'PROFESORES SIN HABILITACION:' TO LT-TEXTO
           MOVE C-PROF-SIN-HABIL TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           MOVE 'PROFESORES POR EXCEPCION:' TO LT-TEXTO
           MOVE C-PROF-EXCEPCION TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           MOVE 'SUSTITUCIONES REVISADAS:' TO LT-TEXTO
           MOVE C-SUST-LEIDOS TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           MOVE 'SUSTITUCIONES SIN HABILITACION:' TO LT-TEXTO
           MOVE C-SUST-SIN-HABIL TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           MOVE 'SUSTITUCIONES POR EXCEPCION:' TO LT-TEXTO
           MOVE C-SUST-EXCEPCION TO LT-VALOR
           WRITE LINEA-LISTADO FROM LINEA-TOTAL
           DISPLAY 'PROFESORES SIN HABILITACION:    ' C-PROF-SIN-HABIL
           DISPLAY 'SUSTITUCIONES SIN HABILITACION: ' C-SUST-SIN-HABIL
           CALL "MODHABIL" USING 'C' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           CLOSE F-LISTADO
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
