      *                 NO LLEGAN). EN LA MISMA PASADA LISTA LA CARGA  *
      *                 DE CADA COD_PROFESOR (NUMERO DE ASIGNACIONES   *
      *                 COLEGIO/ASIGNATURA) MARCANDO LOS QUE SUPERAN   *
      *                 EL UMBRAL DE SYSIN. EL ITINERANTE SALE UNA     *
      *                 SOLA VEZ CON LOS COLEGIOS QUE CUBRE Y SU       *
      *                 JORNADA (SUMA DE LOS PORCENTAJES DE SUS        *
      *                 ASIGNACIONES); LA QUE PASA DE 100% SE MARCA.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-SIN-PROFESOR      PIC 9(4) VALUE 0.
           05 C-PROFESORES        PIC 9(4) VALUE 0.
           05 C-SOBRECARGADOS     PIC 9(4) VALUE 0.
           05 C-ITINERANTES       PIC 9(4) VALUE 0.

       01 W-CARGA                 PIC S9(4) USAGE COMP.
       01 W-COLEGIOS              PIC S9(4) USAGE COMP.
       01 W-JORNADA               PIC S9(4) USAGE COMP.

       01 LINEA-CABECERA-HUECOS.
           05 FILLER  PIC X(44) VALUE
           05 FILLER  PIC X(43) VALUE SPACES.

       01 LINEA-CARGA.
           05 FILLER        PIC X(6)  VALUE 'PROF: '.
           05 LC-PROFESOR   PIC ZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LC-NOMBRE     PIC X(15).
           05 FILLER        PIC X(10) VALUE '  ASIGNAC:'.
           05 LC-CARGA      PIC ZZZ9.
           05 FILLER        PIC X(8)  VALUE '  COLEG:'.
           05 LC-COLEGIOS   PIC Z9.
           05 FILLER        PIC X(10) VALUE '  JORNADA:'.
           05 LC-JORNADA    PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE '% '.
           05 LC-MARCA      PIC X(14).
           05 FILLER        PIC X     VALUE SPACE.

       01 WS-TIMESTAMP-INICIO   PIC X(21).
       01 WS-METRI-REGISTROS    PIC 9(9).

           EXEC SQL
             DECLARE C-CARGA CURSOR FOR
               SELECT COD_PROFESOR, MIN(NOMBRE), COUNT(*),
                      COUNT(DISTINCT COD_COLEGIO), SUM(PORCENTAJE)
                 FROM PROFESORES
                GROUP BY COD_PROFESOR
                ORDER BY COD_PROFESOR
               MOVE COD-PROFESOR OF DCLPROFESORES TO LC-PROFESOR
               MOVE NOMBRE OF DCLPROFESORES       TO LC-NOMBRE
               MOVE W-CARGA                       TO LC-CARGA
               MOVE W-COLEGIOS                    TO LC-COLEGIOS
               MOVE W-JORNADA                     TO LC-JORNADA
               IF W-COLEGIOS > 1 THEN
                   ADD 1 TO C-ITINERANTES
               END-IF
               EVALUATE TRUE
                   WHEN W-JORNADA > 100
                       MOVE '** JORNADA>100' TO LC-MARCA
                       ADD 1 TO C-SOBRECARGADOS
                   WHEN W-CARGA > WS-UMBRAL-CARGA
                       MOVE '** SOBRECARGA' TO LC-MARCA
                       ADD 1 TO C-SOBRECARGADOS
                   WHEN OTHER
                       MOVE SPACES TO LC-MARCA
               END-EVALUATE
               WRITE LINEA-SALIDA FROM LINEA-CARGA
               ADD 1 TO C-PROFESORES
               PERFORM 3100-FETCH-CARGA
             FETCH C-CARGA
               INTO :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :W-CARGA,
                    :W-COLEGIOS,
                    :W-JORNADA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           DISPLAY 'PAREJAS SIN PROFESOR: ' C-SIN-PROFESOR
           DISPLAY 'PROFESORES LISTADOS:  ' C-PROFESORES
           DISPLAY 'SOBRECARGADOS:        ' C-SOBRECARGADOS
           DISPLAY 'ITINERANTES:          ' C-ITINERANTES
           CLOSE F-SALIDA
           MOVE C-PROFESORES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC41' WS-TIMESTAMP-INICIO
