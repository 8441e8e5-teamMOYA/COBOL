      *                 ANTES DE TOCAR DB2 SE VALIDA QUE EL            *
      *                 COD_COLEGIO EXISTE EN COLEGIOS Y QUE LA        *
      *                 ASIGNATURA ESTA EN 1-6; LO QUE NO CUMPLE SE    *
      *                 CUENTA COMO RECHAZADO Y SE LISTA. TAMBIEN SE   *
      *                 RECHAZA EL PROFESOR NO HABILITADO PARA LA      *
      *                 ASIGNATURA EN EL REGISTRO DE HABILITACIONES    *
      *                 (MODHABIL), SALVO EXCEPCION AUTORIZADA VIGENTE *
      *                 CITADA EN P-EXCEPCION. P-PORCENTAJE ES LA      *
      *                 PARTE DE JORNADA DE LA ASIGNACION (EN BLANCO = *
      *                 100) Y SE RECHAZA LA FILA CON LA QUE LAS       *
      *                 ASIGNACIONES DEL PROFESOR SUMEN MAS DE 100%.   *
      *                 EL FICHERO NO TIENE SITIO PARA EL OPERADOR:    *
      *                 LLEGA EN SYSIN PARA TODA LA CARGA, Y CADA FILA *
      *                 SE COMPRUEBA CON EL EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR, OPCION ALTA Y COLEGIO  *
      *                 DEL PROFESOR); SI NO ESTA AUTORIZADO SE        *
      *                 RECHAZA Y QUEDA ANOTADA EN EL DIARIO AUTOLOG.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 P-NOMBRE       PIC X(15).
           05 P-COD-COLEGIO  PIC 99.
           05 P-ASIGNATURA   PIC 9.
           05 P-EXCEPCION    PIC X(8).
           05 P-PORCENTAJE   PIC 999.
           05 FILLER         PIC X(47).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 C-ACTUALIZADOS      PIC 9(5) VALUE 0.
           05 C-RECHAZADOS        PIC 9(5) VALUE 0.
           05 C-ERRORES-SQL       PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADOS    PIC 9(5) VALUE 0.

       01 W-EXISTE-COLEGIO        PIC S9(9) USAGE COMP.
       01 W-SUMA-PORCENTAJE       PIC S9(9) USAGE COMP.
       01 W-PORCENTAJE            PIC 999.
       01 WS-RECHAZO-FLAG         PIC X VALUE 'N'.
           88 REGISTRO-RECHAZADO       VALUE 'S'.

       01 W-HABILIT-LOOKUP.
           05 W-HB-PROFESOR       PIC 9(4).
           05 W-HB-ASIG           PIC 9.
           05 W-HB-FECHA          PIC X(8).
           05 W-HB-EXCEPCION      PIC X(8).
           05 W-HB-RESULTADO      PIC X.
               88 W-HB-NO-HABILITADO      VALUE 'N'.

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE WS-TIMESTAMP-INICIO (1:8) TO W-HB-FECHA
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC43*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC43'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CALL "MODHABIL" USING 'O' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           OPEN INPUT F-PROFESORES
           IF NOT FS-PROFESORES-OK THEN
               DISPLAY 'ERROR LEER FICHERO PROFESORES'
             END-IF
             MOVE 0 TO SQLCODE
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM 2110-COMPROBAR-AUTORIZACION
             IF NOT W-OPERADOR-AUTORIZADO THEN
               DISPLAY '*CCPRAC43*OPERADOR*NO*AUTORIZADO* '
                   WS-OPERADOR ' PROFESOR ' P-COD-PROFESOR
                   ' COLEGIO ' P-COD-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
               ADD 1 TO C-NO-AUTORIZADOS
               ADD 1 TO C-RECHAZADOS
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             MOVE P-COD-PROFESOR TO W-HB-PROFESOR
             MOVE P-ASIGNATURA   TO W-HB-ASIG
             MOVE P-EXCEPCION    TO W-HB-EXCEPCION
             CALL "MODHABIL" USING 'L' W-HB-PROFESOR W-HB-ASIG
                                    W-HB-FECHA W-HB-EXCEPCION
                                    W-HB-RESULTADO
             END-CALL
             IF W-HB-NO-HABILITADO THEN
               DISPLAY '*CCPRAC43*PROF*NO*HABILITADO* '
                   P-COD-PROFESOR ' ASIGNATURA ' P-ASIGNATURA
                   ' EXCEPCION ' P-EXCEPCION
               SET REGISTRO-RECHAZADO TO TRUE
               ADD 1 TO C-RECHAZADOS
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM 2150-COMPROBAR-JORNADA
           END-IF
           .
      ******************************************************************
       2110-COMPROBAR-AUTORIZACION.
      *    LA CARGA HACE UPDATE O INSERT SEGUN EXISTA: SE EXIGE EL
      *    PERMISO DE ALTA PARA EL COLEGIO DEL PROFESOR
           MOVE WS-OPERADOR   TO W-AUT-OPERADOR
           MOVE 'A'           TO W-AUT-TRANS
           MOVE P-COD-COLEGIO TO W-AUT-COLEGIO
           MOVE SPACES        TO W-AUT-CLAVE
           STRING 'PROFESOR=' DELIMITED BY SIZE
                  P-COD-PROFESOR DELIMITED BY SIZE
                  ' ASIG=' DELIMITED BY SIZE
                  P-ASIGNATURA DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC43'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2150-COMPROBAR-JORNADA.
           IF P-PORCENTAJE IS NUMERIC AND P-PORCENTAJE > 0 THEN
             MOVE P-PORCENTAJE TO W-PORCENTAJE
           ELSE
             MOVE 100 TO W-PORCENTAJE
           END-IF
           IF W-PORCENTAJE > 100 THEN
             DISPLAY '*CCPRAC43*PORCENTAJE*INVALIDO* '
                 P-COD-PROFESOR ' ' P-PORCENTAJE
             SET REGISTRO-RECHAZADO TO TRUE
             ADD 1 TO C-RECHAZADOS
           ELSE
      *      LA PROPIA ASIGNACION NO CUENTA: SI YA EXISTE, SU
      *      PORCENTAJE SE SUSTITUYE POR EL DEL FICHERO
             MOVE P-COD-PROFESOR TO COD-PROFESOR OF DCLPROFESORES
             MOVE P-COD-COLEGIO  TO COD-COLEGIO OF DCLPROFESORES
             MOVE P-ASIGNATURA   TO ASIGNATURA OF DCLPROFESORES
             EXEC SQL
               SELECT COALESCE(SUM(PORCENTAJE), 0)
                 INTO :W-SUMA-PORCENTAJE
                 FROM PROFESORES
                WHERE COD_PROFESOR = :DCLPROFESORES.COD-PROFESOR
                  AND NOT (COD_COLEGIO = :DCLPROFESORES.COD-COLEGIO
                       AND ASIGNATURA = :DCLPROFESORES.ASIGNATURA)
             END-EXEC
             IF SQLCODE NOT = 0
                 OR W-SUMA-PORCENTAJE + W-PORCENTAJE > 100 THEN
               DISPLAY '*CCPRAC43*JORNADA*SUPERA*100%* '
                   P-COD-PROFESOR ' OTRAS ' W-SUMA-PORCENTAJE
                   ' NUEVA ' W-PORCENTAJE
               SET REGISTRO-RECHAZADO TO TRUE
               ADD 1 TO C-RECHAZADOS
             END-IF
             MOVE 0 TO SQLCODE
           END-IF
           .
      ******************************************************************
       2200-UPSERT-PROFESOR.
           MOVE P-NOMBRE       TO NOMBRE OF DCLPROFESORES
           MOVE P-COD-COLEGIO  TO COD-COLEGIO OF DCLPROFESORES
           MOVE P-ASIGNATURA   TO ASIGNATURA OF DCLPROFESORES
           MOVE W-PORCENTAJE   TO PORCENTAJE OF DCLPROFESORES
           EXEC SQL
             UPDATE PROFESORES
                SET NOMBRE = :DCLPROFESORES.NOMBRE,
                    PORCENTAJE = :DCLPROFESORES.PORCENTAJE
              WHERE COD_PROFESOR = :DCLPROFESORES.COD-PROFESOR
                AND COD_COLEGIO = :DCLPROFESORES.COD-COLEGIO
                AND ASIGNATURA = :DCLPROFESORES.ASIGNATURA
                  VALUES (:DCLPROFESORES.COD-PROFESOR,
                          :DCLPROFESORES.NOMBRE,
                          :DCLPROFESORES.COD-COLEGIO,
                          :DCLPROFESORES.ASIGNATURA,
                          :DCLPROFESORES.PORCENTAJE)
               END-EXEC
               MOVE SQLCODE TO SQL-ERROR
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-EXEC
           PERFORM 4100-TOTALES
           CLOSE F-PROFESORES
           CALL "MODHABIL" USING 'C' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC43'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC43' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           DISPLAY 'PROFESORES ACTUALIZADOS:' C-ACTUALIZADOS
           DISPLAY 'PROFESORES RECHAZADOS:  ' C-RECHAZADOS
           DISPLAY 'ERRORES SQL:            ' C-ERRORES-SQL
           DISPLAY 'NO AUTORIZADOS:         ' C-NO-AUTORIZADOS
           DISPLAY '******************************************'
           .
      ******************************************************************
