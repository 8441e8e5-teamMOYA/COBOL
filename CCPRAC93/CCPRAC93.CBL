      *                 POR ASIGNATURA Y DE MEDIA, GLOBAL Y DE         *
      *                 COLEGIO, EN EL FICHERO RPERCENT (POR NIF)      *
      *                 QUE EL BOLETIN DE CCPRAC65 MERGEA JUNTO A LA   *
      *                 CALIFICACION CUALITATIVA. EL CONSOLIDADO ES    *
      *                 LA GENERACION DE CIERRE DEL ANO+TRIMESTRE DE   *
      *                 SYSIN EN EL CATALOGO (MODGENCA), O LA QUE      *
      *                 FIJE SYSIN; SI NO ESTA CATALOGADA SE ABORTA.   *
      *                 LA MEDIA DEL ALUMNO SOLO PROMEDIA LAS          *
      *                 ASIGNATURAS COMPUTABLES DEL PLAN DE ESTUDIOS   *
      *                 DE SU CURSO (MODPLANE); LAS NO COMPUTABLES     *
      *                 CONSERVAN SU PERCENTIL DE ASIGNATURA.          *
      *                 EL PLAN ES EL DE LA ETAPA EDUCATIVA DEL CURSO  *
      *                 DEL ALUMNO EN SU COLEGIO (MODETAPA).           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALUMNOS ASSIGN TO WS-DSN-ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-PERCENTILES ASSIGN PERCENTI

       01 WS-COLEGIO              PIC 99.

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

           COPY RPERCENT.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 WS-GENERACION        PIC 9(6).
           05 FILLER               PIC X(69).

       01 WS-DSN-ALUMNOS          PIC X(44) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1010-RESOLVER-GENERACION
           INITIALIZE T-DIST-GLOBAL
           INITIALIZE T-DIST-COLEGIO
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

           OPEN OUTPUT F-PERCENTILES
           IF NOT FS-PERCENTILES-OK THEN
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1010-RESOLVER-GENERACION.
      *    EL CONSOLIDADO ES EL DEL CIERRE DEL TRIMESTRE SEGUN EL
      *    CATALOGO; UNA GENERACION EN SYSIN LO FIJA A MANO
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-GENERACION NUMERIC AND WS-GENERACION > 0 THEN
               MOVE WS-GENERACION TO W-GC-GENERACION
               CALL "MODGENCA" USING 'G' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           ELSE
               IF WS-ANO-ACADEMICO NOT NUMERIC
                   OR WS-ANO-ACADEMICO = ZERO
                   OR WS-TRIMESTRE NOT NUMERIC
                   OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
                   DISPLAY '*CCPRAC93*SYSIN*ANO*TRIMESTRE*INVALIDOS*'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 5000-END-PROGRAM
               END-IF
               MOVE WS-ANO-ACADEMICO TO W-GC-ANO
               MOVE WS-TRIMESTRE     TO W-GC-TRIMESTRE
               CALL "MODGENCA" USING 'T' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           END-IF
           IF NOT W-GC-ENCONTRADA THEN
               DISPLAY '*CCPRAC93*ABEND*GENERACION*NO*CATALOGADA* '
                   'CIERRE ' W-GC-ANO ' / ' W-GC-TRIMESTRE
                   ' GENERACION ' W-GC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-GC-DATASET TO WS-DSN-ALUMNOS
           DISPLAY 'CONSOLIDADO: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA ' ' WS-DSN-ALUMNOS
           .
      ******************************************************************
       2000-PASADA-DISTRIBUCION.
           OPEN INPUT F-ALUMNOS
       2200-MEDIA-DEL-ALUMNO.
           MOVE 0 TO W-SUMA-NOTAS
           MOVE 0 TO C-EVALUADAS
           MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
           PERFORM 2250-ETAPA-DEL-ALUMNO
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE C-ASIG TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             IF NOTA OF REG-ALUMNOS (C-ASIG) > 0
                 AND W-PLA-COMPUTA THEN
               ADD 1 TO C-EVALUADAS
               ADD NOTA OF REG-ALUMNOS (C-ASIG) TO W-SUMA-NOTAS
             END-IF
             MOVE 0 TO W-MEDIA-ALUMNO
           END-IF
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    PLAN DE ESTUDIOS CON LA ETAPA DEL CURSO DEL ALUMNO
      *    EN EL COLEGIO; SIN ETAPA VALE EL PLAN GENERAL
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
           .
      ******************************************************************
       3000-PASADA-PERCENTILES.
           OPEN INPUT F-ALUMNOS
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'PERCENTILES EMITID: ' C-EMITIDOS
           CLOSE F-PERCENTILES
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
           MOVE C-EMITIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC93' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
