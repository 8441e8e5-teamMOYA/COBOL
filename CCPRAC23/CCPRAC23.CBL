      *                 SISTEMA (SOLO SE MANTIENE VIA SQL EN           *
      *                 CCPRAC10/11), ASI QUE PARA COD-ASIG SOLO SE    *
      *                 INFORMA DEL TOTAL EN DB2.                      *
      *                 DEJA ADEMAS EN EL FICHERO RRECUENT (DD         *
      *                 RECUENTO) LAS FILAS DE CADA TABLA DE HECHOS    *
      *                 (NOTAS, FALTAS, MATRICULAS Y MEDIAS_HIST EN    *
      *                 DB2, DECISIONES EN EL HISTORICO RHISTDEC), CON *
      *                 LAS QUE CUADRA SUS TOTALES LA EXPORTACION AL   *
      *                 ALMACEN REGIONAL (CCPRACAX).                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-EXCEPCIONES ASSIGN RECONCIL
               FILE STATUS IS FS-EXCEPCIONES.

           SELECT F-HISTDEC ASSIGN HISTDEC
               FILE STATUS IS FS-HISTDEC.

           SELECT F-RECUENTO ASSIGN RECUENTO
               FILE STATUS IS FS-RECUENTO.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           DATA RECORD LINEA-EXCEPCION.
       01 LINEA-EXCEPCION          PIC X(80).

       FD F-HISTDEC
           RECORDING MODE IS F.
           COPY RHISTDEC.

       FD F-RECUENTO
           RECORDING MODE IS F.
           COPY RRECUENT.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS  PIC XX.
               88 FS-COLEGIOS-EOF   VALUE '10'.
           05 FS-EXCEPCIONES PIC XX.
               88 FS-EXCEPCIONES-OK VALUE '00'.
           05 FS-HISTDEC PIC XX.
               88 FS-HISTDEC-OK     VALUE '00'.
           05 FS-RECUENTO PIC XX.
               88 FS-RECUENTO-OK    VALUE '00'.

           COPY WSQLCOD.

           05 C-COLEGIO-SOLO-DB2   PIC 999  VALUE 0.
           05 C-DB-ASIGNATURAS     PIC 9(5) VALUE 0.

       01 WS-RECUENTO             PIC S9(9) USAGE COMP.
       01 C-HISTDEC               PIC 9(9) VALUE 0.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.
           05 WS-FA-DD            PIC XX.
           05 FILLER              PIC X(13).

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.
           PERFORM 3000-RECONCILIAR-NIF
           PERFORM 4000-RECONCILIAR-COLEGIOS
           PERFORM 5000-RECONCILIAR-ASIGNATURAS
           PERFORM 5500-CONTAR-HECHOS
           PERFORM 6000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           PERFORM 1100-ABRIR-FICHEROS
           .
      ******************************************************************
               DISPLAY FS-EXCEPCIONES
               PERFORM 9000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RECUENTO
           IF NOT FS-RECUENTO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RECUENTO'
               DISPLAY FS-RECUENTO
               PERFORM 9000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-CLAVES-DB2.
           DISPLAY 'NO EXISTE FICHERO QSAM MAESTRO DE ASIGNATURAS,'
           DISPLAY 'NO SE RECONCILIA COD-ASIG'
           .
      ******************************************************************
       5500-CONTAR-HECHOS.
      *    UNA LINEA POR TABLA; SI EL RECUENTO FALLA SE GRABA COMO NO
      *    CONTADA PARA QUE LA EXPORTACION NO CUADRE CONTRA UN CERO
           DISPLAY '===== RECUENTO DE HECHOS ====='
           EXEC SQL
             SELECT COUNT(*) INTO :WS-RECUENTO FROM NOTAS
           END-EXEC
           MOVE 'NOTAS' TO RC-TABLA
           PERFORM 5510-GRABAR-RECUENTO-DB2
           EXEC SQL
             SELECT COUNT(*) INTO :WS-RECUENTO FROM FALTAS
           END-EXEC
           MOVE 'FALTAS' TO RC-TABLA
           PERFORM 5510-GRABAR-RECUENTO-DB2
           EXEC SQL
             SELECT COUNT(*) INTO :WS-RECUENTO FROM MATRICULAS
           END-EXEC
           MOVE 'MATRICULAS' TO RC-TABLA
           PERFORM 5510-GRABAR-RECUENTO-DB2
           EXEC SQL
             SELECT COUNT(*) INTO :WS-RECUENTO FROM MEDIAS_HIST
           END-EXEC
           MOVE 'MEDIAS_HIST' TO RC-TABLA
           PERFORM 5510-GRABAR-RECUENTO-DB2
           PERFORM 5520-CONTAR-DECISIONES
           .
      ******************************************************************
       5510-GRABAR-RECUENTO-DB2.
           MOVE SQLCODE TO SQL-ERROR
           MOVE 'DB2 ' TO RC-ORIGEN
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO RC-FECHA
           IF SQL-OK THEN
             MOVE WS-RECUENTO TO RC-REGISTROS
             SET RC-CONTADO TO TRUE
             DISPLAY RC-TABLA ' EN DB2: ' RC-REGISTROS
           ELSE
             MOVE 0 TO RC-REGISTROS
             SET RC-NO-CONTADO TO TRUE
             CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
             END-CALL
             DISPLAY RC-TABLA ' SIN RECUENTO - SQL-ERROR '
                 SQL-ERROR ' ' WS-SQL-MENSAJE
           END-IF
           MOVE SPACES TO REG-RECUENTO (35:46)
           WRITE REG-RECUENTO
           .
      ******************************************************************
       5520-CONTAR-DECISIONES.
           MOVE 'DECISIONES' TO RC-TABLA
           MOVE 'QSAM' TO RC-ORIGEN
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO RC-FECHA
           OPEN INPUT F-HISTDEC
           IF NOT FS-HISTDEC-OK THEN
             DISPLAY 'SIN HISTORICO DE DECISIONES - NO SE CUENTA'
             MOVE 0 TO RC-REGISTROS
             SET RC-NO-CONTADO TO TRUE
           ELSE
             READ F-HISTDEC
             PERFORM UNTIL NOT FS-HISTDEC-OK
               ADD 1 TO C-HISTDEC
               READ F-HISTDEC
             END-PERFORM
             CLOSE F-HISTDEC
             MOVE C-HISTDEC TO RC-REGISTROS
             SET RC-CONTADO TO TRUE
             DISPLAY RC-TABLA ' EN HISTORICO: ' RC-REGISTROS
           END-IF
           MOVE SPACES TO REG-RECUENTO (35:46)
           WRITE REG-RECUENTO
           .
      ******************************************************************
       6000-FIN.
           DISPLAY '===== RECONCILIACION NIF ====='
           CLOSE F-ALUMNOS
           CLOSE F-COLEGIOS
           CLOSE F-EXCEPCIONES
           CLOSE F-RECUENTO
           .
      ******************************************************************
       9000-END-PROGRAM.
