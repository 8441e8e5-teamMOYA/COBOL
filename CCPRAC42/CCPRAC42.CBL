      *                 EXISTE EN COLEGIOS Y QUE LA ASIGNATURA ESTA    *
      *                 EN 1-6. MISMO PATRON DE COMMIT/ROLLBACK,       *
      *                 REINTENTOS -911/-913, -803 Y AUDITORIA QUE     *
      *                 CCPRAC10/CCPRAC25. EL ALTA (Y LA MODIFICACION  *
      *                 QUE CITE ASIGNATURA) SE RECHAZA SI EL PROFESOR *
      *                 NO ESTA HABILITADO PARA ELLA EN EL REGISTRO DE *
      *                 HABILITACIONES (MODHABIL), SALVO QUE TRAIGA EN *
      *                 F-EXCEPCION UNA EXCEPCION AUTORIZADA VIGENTE.  *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE USAR ESA OPCION SOBRE ESE       *
      *                 COLEGIO; SI NO, SE RECHAZA Y QUEDA ANOTADA EN  *
      *                 EL DIARIO AUTOLOG. CADA ASIGNACION LLEVA EL    *
      *                 PORCENTAJE DE JORNADA QUE LE DEDICA EL         *
      *                 PROFESOR (EN BLANCO EN EL ALTA = 100), PARA    *
      *                 QUE EL ITINERANTE ENTRE VARIOS COLEGIOS SEA UN *
      *                 SOLO COD_PROFESOR; LA MODIFICACION QUE LO      *
      *                 INFORME CAMBIA EL DE ESA ASIGNACION. SE        *
      *                 RECHAZA TODA ALTA O MODIFICACION CON LA QUE    *
      *                 LAS ASIGNACIONES DEL PROFESOR SUMEN MAS DE     *
      *                 UN 100%.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-ASIGNATURA   PIC 9.
           05 FILLER         PIC X.
           05 F-OPERADOR     PIC X(8).
           05 FILLER         PIC X.
           05 F-EXCEPCION    PIC X(8).
           05 FILLER         PIC X.
           05 F-PORCENTAJE   PIC 999.
           05 FILLER         PIC X(32).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 C-MODIF-ERR         PIC 9(5) VALUE 0.
           05 C-RECHAZADOS        PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-DUPLICADO-FLAG       PIC X VALUE 'N'.
           88 WS-ES-DUPLICADO          VALUE 'S'.
       01 WS-RECHAZO-FLAG         PIC X VALUE 'N'.
           88 REGISTRO-RECHAZADO       VALUE 'S'.

       01 W-HABILIT-LOOKUP.
           05 W-HB-PROFESOR       PIC 9(4).
           05 W-HB-ASIG           PIC 9.
           05 W-HB-FECHA          PIC X(8).
           05 W-HB-EXCEPCION      PIC X(8).
           05 W-HB-RESULTADO      PIC X.
               88 W-HB-NO-HABILITADO      VALUE 'N'.

       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.
       01 W-EXISTE-COLEGIO        PIC S9(9) USAGE COMP.
       01 W-SUMA-PORCENTAJE       PIC S9(9) USAGE COMP.
       01 W-PORCENTAJE            PIC 999.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           IF WS-INTERVALO-COMMIT = 0 THEN
               MOVE 1 TO WS-INTERVALO-COMMIT
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HB-FECHA
           CALL "MODHABIL" USING 'O' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC42'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
             MOVE F-NOMBRE       TO NOMBRE OF DCLPROFESORES
             MOVE F-COD-COLEGIO  TO COD-COLEGIO OF DCLPROFESORES
             MOVE F-ASIGNATURA   TO ASIGNATURA OF DCLPROFESORES
             IF F-PORCENTAJE IS NUMERIC THEN
               MOVE F-PORCENTAJE TO W-PORCENTAJE
             ELSE
               MOVE 0 TO W-PORCENTAJE
             END-IF
             IF W-PORCENTAJE = 0 AND F-OPCION = 'A' THEN
               MOVE 100 TO W-PORCENTAJE
             END-IF
             MOVE W-PORCENTAJE   TO PORCENTAJE OF DCLPROFESORES
             MOVE 'N' TO WS-DUPLICADO-FLAG
             MOVE 'N' TO WS-RECHAZO-FLAG
             PERFORM 2050-VALIDAR-REGISTRO
                 F-COD-PROFESOR
             SET REGISTRO-RECHAZADO TO TRUE
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             PERFORM 2070-COMPROBAR-AUTORIZACION
             IF NOT W-OPERADOR-AUTORIZADO THEN
               SET REGISTRO-RECHAZADO TO TRUE
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO AND F-OPCION NOT = 'M' THEN
             IF F-ASIGNATURA < 1 OR F-ASIGNATURA > 6 THEN
               DISPLAY '*ASIGNATURA*INVALIDA**** ' F-COD-PROFESOR
             END-IF
             MOVE 0 TO SQLCODE
           END-IF
           IF NOT REGISTRO-RECHAZADO AND (F-OPCION = 'A'
               OR (F-OPCION = 'M' AND F-ASIGNATURA >= 1
                   AND F-ASIGNATURA <= 6)) THEN
             MOVE F-COD-PROFESOR TO W-HB-PROFESOR
             MOVE F-ASIGNATURA   TO W-HB-ASIG
             MOVE F-EXCEPCION    TO W-HB-EXCEPCION
             CALL "MODHABIL" USING 'L' W-HB-PROFESOR W-HB-ASIG
                                    W-HB-FECHA W-HB-EXCEPCION
                                    W-HB-RESULTADO
             END-CALL
             IF W-HB-NO-HABILITADO THEN
               DISPLAY '*PROF*NO*HABILITADO***** ' F-COD-PROFESOR
                   ' ASIGNATURA ' F-ASIGNATURA ' EXCEPCION '
                   F-EXCEPCION
               SET REGISTRO-RECHAZADO TO TRUE
             END-IF
           END-IF
           IF NOT REGISTRO-RECHAZADO AND F-OPCION NOT = 'B'
               AND W-PORCENTAJE > 0 THEN
             PERFORM 2080-COMPROBAR-JORNADA
           END-IF
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    UNA MODIFICACION DE NOMBRE PUEDE VENIR SIN COLEGIO: ENTONCES
      *    SOLO CUENTAN EL PROGRAMA Y LA OPCION
           MOVE F-OPERADOR TO W-AUT-OPERADOR
           MOVE F-OPCION   TO W-AUT-TRANS
           IF F-COD-COLEGIO IS NUMERIC THEN
             MOVE F-COD-COLEGIO TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'PROF=' DELIMITED BY SIZE
                  F-COD-PROFESOR DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC42'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC42*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-OPCION ' ' F-COD-PROFESOR ' ' F-COD-COLEGIO
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       2080-COMPROBAR-JORNADA.
      *    LA ASIGNACION QUE SE DA DE ALTA O SE MODIFICA NO CUENTA EN
      *    LA SUMA: SU PORCENTAJE ES EL QUE TRAE LA TRANSACCION
           IF W-PORCENTAJE > 100 THEN
             DISPLAY '*PORCENTAJE*INVALIDO***** ' F-COD-PROFESOR
                 ' ' F-PORCENTAJE
             SET REGISTRO-RECHAZADO TO TRUE
           END-IF
           IF NOT REGISTRO-RECHAZADO AND F-OPCION = 'M'
               AND (F-ASIGNATURA < 1 OR F-ASIGNATURA > 6) THEN
             DISPLAY '*PORCENTAJE*SIN*ASIGNAC* ' F-COD-PROFESOR
                 ' ' F-PORCENTAJE
             SET REGISTRO-RECHAZADO TO TRUE
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
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
               DISPLAY '*JORNADA*SUPERA*100%***** ' F-COD-PROFESOR
                   ' OTRAS ' W-SUMA-PORCENTAJE ' NUEVA '
                   W-PORCENTAJE
               SET REGISTRO-RECHAZADO TO TRUE
             END-IF
             MOVE 0 TO SQLCODE
           END-IF
           .
      ******************************************************************
       2100-ALTA.
              VALUES (:DCLPROFESORES.COD-PROFESOR,
                      :DCLPROFESORES.NOMBRE,
                      :DCLPROFESORES.COD-COLEGIO,
                      :DCLPROFESORES.ASIGNATURA,
                      :DCLPROFESORES.PORCENTAJE)
           END-EXEC
           .
      ******************************************************************
                SET NOMBRE = :DCLPROFESORES.NOMBRE
              WHERE COD_PROFESOR = :DCLPROFESORES.COD-PROFESOR
           END-EXEC
           IF SQLCODE = 0 AND W-PORCENTAJE > 0 THEN
             EXEC SQL
               UPDATE PROFESORES
                  SET PORCENTAJE = :DCLPROFESORES.PORCENTAJE
                WHERE COD_PROFESOR = :DCLPROFESORES.COD-PROFESOR
                  AND COD_COLEGIO = :DCLPROFESORES.COD-COLEGIO
                  AND ASIGNATURA = :DCLPROFESORES.ASIGNATURA
             END-EXEC
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'MODIF. CON ERROR: ' C-MODIF-ERR
           DISPLAY 'RECHAZADOS:       ' C-RECHAZADOS
           DISPLAY 'REINTENTOS TOTALES:' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:   ' C-NO-AUTORIZADAS
           DISPLAY '******************************************'
           .
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-ENTRADA
           CALL "MODHABIL" USING 'C' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC42'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
