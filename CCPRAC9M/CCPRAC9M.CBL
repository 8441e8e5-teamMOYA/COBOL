      *                 ANTERIOR (COMO CCPRAC36 CON EL MAESTRO) Y      *
      *                 SOLO VIAJAN LAS DIFERENCIAS: ALTAS 'A' Y       *
      *                 BAJAS 'B', PARA QUE PERSONAL RECIBA DELTAS Y   *
      *                 NO EL VOLCADO ENTERO. CADA DETALLE T LLEVA EL  *
      *                 PORCENTAJE DE JORNADA DE LA ASIGNACION, DE     *
      *                 MODO QUE EL ITINERANTE VIAJA CON UN SOLO       *
      *                 COD_PROFESOR EN TODOS SUS COLEGIOS Y SUS       *
      *                 PORCENTAJES REPARTEN UNA UNICA PERSONA; LA     *
      *                 COLA DA ADEMAS EL NUMERO DE PROFESORES         *
      *                 DISTINTOS.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 C-CONTADORES.
           05 C-TITULARES         PIC 9(4) VALUE 0.
           05 C-PROFESORES        PIC 9(4) VALUE 0.
           05 C-SUSTITUTOS        PIC 9(4) VALUE 0.
           05 C-DETALLES          PIC 9(5) VALUE 0.
           05 C-ALTAS             PIC 9(4) VALUE 0.
           05 DET-ASIGNATURA       PIC 9.
           05 DET-DESDE            PIC X(8).
           05 DET-HASTA            PIC X(8).
           05 DET-PORCENTAJE       PIC 999.
           05 FILLER               PIC X(35).

       01 T-ACTUAL.
           05 C-ACTUAL          PIC 9(4) VALUE 0.
       01 T-ANTERIOR.
           05 C-ANTERIOR        PIC 9(4) VALUE 0.
           05 T-AN-IMAGEN OCCURS 1000 PIC X(42).
       01 WS-PROF-ANTERIOR     PIC S9(4) USAGE COMP VALUE -1.
       01 WS-IDX               PIC 9(4).
       01 WS-IDX-2             PIC 9(4).
       01 WS-ENCONTRADO-FLAG   PIC X.
       01 REG-EXT-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.
           05 COLA-REGISTROS       PIC 9(5).
           05 COLA-PROFESORES      PIC 9(5).
           05 FILLER               PIC X(67) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             DECLARE C-PROFESORES CURSOR FOR
               SELECT COD_PROFESOR, NOMBRE, COD_COLEGIO, ASIGNATURA,
                      PORCENTAJE
                 FROM PROFESORES
                ORDER BY COD_PROFESOR, COD_COLEGIO, ASIGNATURA
           END-EXEC.
           PERFORM 2010-FETCH-PROFESOR
           PERFORM UNTIL NOT SQL-OK
             ADD 1 TO C-TITULARES
             IF COD-PROFESOR OF DCLPROFESORES NOT = WS-PROF-ANTERIOR
                 THEN
               ADD 1 TO C-PROFESORES
               MOVE COD-PROFESOR OF DCLPROFESORES TO WS-PROF-ANTERIOR
             END-IF
             INITIALIZE REG-DETALLE-ACTUAL
             MOVE 'DET' TO DET-MARCA
             MOVE 'T'   TO DET-TIPO
             MOVE NOMBRE OF DCLPROFESORES       TO DET-NOMBRE
             MOVE COD-COLEGIO OF DCLPROFESORES  TO DET-COLEGIO
             MOVE ASIGNATURA OF DCLPROFESORES   TO DET-ASIGNATURA
             MOVE PORCENTAJE OF DCLPROFESORES   TO DET-PORCENTAJE
             PERFORM 2020-GUARDAR-IMAGEN
             PERFORM 2010-FETCH-PROFESOR
           END-PERFORM
               INTO :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :DCLPROFESORES.COD-COLEGIO,
                    :DCLPROFESORES.ASIGNATURA,
                    :DCLPROFESORES.PORCENTAJE
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
             DISPLAY '*CCPRAC9M*TABLA*ACTUAL*LLENA* MAXIMO 1000'
           ELSE
             ADD 1 TO C-ACTUAL
             MOVE REG-DETALLE-ACTUAL (4:42)
               TO T-AC-IMAGEN (C-ACTUAL)
           END-IF
           .
               IF REG-EXT-ANT (1:3) = 'DET'
                   AND C-ANTERIOR < 1000 THEN
                 ADD 1 TO C-ANTERIOR
                 MOVE REG-EXT-ANT (4:42)
                   TO T-AN-IMAGEN (C-ANTERIOR)
               END-IF
               READ F-EXT-ANTERIOR
             IF NOT IMAGEN-ENCONTRADA THEN
               MOVE SPACES TO REG-EXTRACTO
               MOVE 'DLA' TO REG-EXTRACTO (1:3)
               MOVE T-AC-IMAGEN (WS-IDX) TO REG-EXTRACTO (4:42)
               WRITE REG-EXTRACTO
               ADD 1 TO C-DETALLES
               ADD 1 TO C-ALTAS
             IF NOT IMAGEN-ENCONTRADA THEN
               MOVE SPACES TO REG-EXTRACTO
               MOVE 'DLB' TO REG-EXTRACTO (1:3)
               MOVE T-AN-IMAGEN (WS-IDX) TO REG-EXTRACTO (4:42)
               WRITE REG-EXTRACTO
               ADD 1 TO C-DETALLES
               ADD 1 TO C-BAJAS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > C-ACTUAL
             MOVE SPACES TO REG-EXTRACTO
             MOVE 'DET' TO REG-EXTRACTO (1:3)
             MOVE T-AC-IMAGEN (WS-IDX) TO REG-EXTRACTO (4:42)
             WRITE REG-EXTRACTO
             ADD 1 TO C-DETALLES
           END-PERFORM
      ******************************************************************
       3500-ESCRIBIR-COLA.
           MOVE C-DETALLES TO COLA-REGISTROS
           MOVE C-PROFESORES TO COLA-PROFESORES
           WRITE REG-EXTRACTO FROM REG-EXT-COLA
           CLOSE F-EXTRACTO
           PERFORM 3600-GRABAR-GENERACION
      ******************************************************************
       4000-FIN.
           DISPLAY 'TITULARES:          ' C-TITULARES
           DISPLAY 'PROFESORES DISTINTOS:' C-PROFESORES
           DISPLAY 'SUSTITUTOS:         ' C-SUSTITUTOS
           DISPLAY 'DETALLES EMITIDOS:  ' C-DETALLES
           IF MODO-DELTAS THEN
