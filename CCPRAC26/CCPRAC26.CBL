      *                 MODPLANE): UNA ASIGNATURA QUE EL CURSO DEL    *
      *                 ALUMNO NO TIENE SE RECHAZA. SIN FICHERO DE    *
      *                 PLAN, MODPLANE ADMITE LAS SEIS DE SIEMPRE.    *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE USAR ESA OPCION SOBRE EL        *
      *                 COLEGIO DEL ALUMNO; SI NO, SE RECHAZA Y QUEDA  *
      *                 ANOTADA EN EL DIARIO AUTOLOG.                  *
      *                 LA VALIDACION CONTRA EL PLAN USA LAS LINEAS DE *
      *                 LA ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU  *
      *                 COLEGIO (MODETAPA).                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-BAJAS-ERR         PIC 9(5) VALUE 0.
           05 C-OPCION-INVALIDA   PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-DUPLICADO-FLAG       PIC X VALUE 'N'.
           88 WS-ES-DUPLICADO          VALUE 'S'.

       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.
       01 W-COLEGIO-ALUMNO        PIC S9(4) USAGE COMP.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

       01 W-CURSO-ALUMNO          PIC S9(4) USAGE COMP.
       01 WS-PLAN-RECHAZO-FLAG    PIC X.
           88 ALTA-FUERA-DE-PLAN       VALUE 'S'.

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

           EXEC SQL
             INCLUDE CCMATRI
           END-EXEC.
           END-IF
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
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC26'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
                   F-ASIGNATURA
               ADD 1 TO C-OPCION-INVALIDA
             ELSE
               PERFORM 2070-COMPROBAR-AUTORIZACION
             END-IF
             IF F-ASIGNATURA >= 1 AND F-ASIGNATURA <= 6
                 AND W-OPERADOR-AUTORIZADO THEN
               MOVE F-NIF        TO NIF OF DCLMATRICULAS
               MOVE F-ASIGNATURA TO ASIGNATURA OF DCLMATRICULAS
               MOVE F-ANO        TO ANO-ACADEMICO OF DCLMATRICULAS
      *    EL CURSO DEL ALUMNO MANDA: UNA ASIGNATURA QUE SU CURSO NO
      *    TIENE EN EL PLAN NO SE MATRICULA. SI EL ALUMNO NO ESTA EN
      *    LA TABLA ALUMNOS SE DEJA PASAR: ESE ERROR LO DA EL ALTA
      *    POR SU CAMINO DE SIEMPRE. EL PLAN ES EL DE LA ETAPA DEL
      *    CURSO DEL ALUMNO EN SU COLEGIO
           MOVE 'N' TO WS-PLAN-RECHAZO-FLAG
           EXEC SQL
             SELECT CURSO, COD_COLEGIO
               INTO :W-CURSO-ALUMNO, :W-COLEGIO-ALUMNO
               FROM ALUMNOS
              WHERE NIF = :DCLMATRICULAS.NIF
           END-EXEC
               AND W-CURSO-ALUMNO >= 1 AND W-CURSO-ALUMNO <= 9 THEN
             MOVE W-CURSO-ALUMNO TO W-PLA-CURSO
             MOVE F-ASIGNATURA   TO W-PLA-ASIG
             PERFORM 2060-ETAPA-DEL-ALUMNO
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             IF NOT W-PLAN-ENCONTRADA THEN
               SET ALTA-FUERA-DE-PLAN TO TRUE
           END-IF
           MOVE 0 TO SQLCODE
           .
      ******************************************************************
       2060-ETAPA-DEL-ALUMNO.
      *    UN COLEGIO FUERA DE RANGO NO TIENE ETAPAS: VALE EL PLAN
      *    GENERAL
           IF W-COLEGIO-ALUMNO >= 0 AND W-COLEGIO-ALUMNO <= 99 THEN
             MOVE W-COLEGIO-ALUMNO TO W-ET-COLEGIO
             MOVE W-CURSO-ALUMNO   TO W-ET-CURSO
             CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
           ELSE
             MOVE SPACE TO W-ET-ETAPA
           END-IF
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    LA MATRICULA NO LLEVA COLEGIO: SE TOMA EL DEL ALUMNO EN LA
      *    TABLA ALUMNOS, Y SI NO ESTA SOLO CUENTAN EL PROGRAMA Y LA
      *    OPCION
           MOVE F-NIF TO NIF OF DCLALUMNOS
           EXEC SQL
             SELECT COD_COLEGIO
               INTO :W-COLEGIO-ALUMNO
               FROM ALUMNOS
              WHERE NIF = :DCLALUMNOS.NIF
           END-EXEC
           IF SQLCODE = 0
               AND W-COLEGIO-ALUMNO >= 0 AND W-COLEGIO-ALUMNO <= 99 THEN
             MOVE W-COLEGIO-ALUMNO TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE 0 TO SQLCODE
           MOVE F-OPERADOR TO W-AUT-OPERADOR
           MOVE F-OPCION   TO W-AUT-TRANS
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  F-NIF DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  F-ASIGNATURA DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC26'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC26*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-OPCION ' ' F-NIF ' ' F-ASIGNATURA
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       2100-ALTA.
           MOVE 0 TO WS-NUM-REINTENTO
           DISPLAY 'BAJAS  CON ERROR: ' C-BAJAS-ERR
           DISPLAY 'OPCIONES/ASIG INVALIDAS: ' C-OPCION-INVALIDA
           DISPLAY 'REINTENTOS TOTALES:' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:   ' C-NO-AUTORIZADAS
           DISPLAY '******************************************'
           .
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC26'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
