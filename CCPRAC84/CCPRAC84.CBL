      *                 REPETICION, QUE ES EL LIMITE LEGAL Y HASTA     *
      *                 AHORA SE COMPROBABA RESCATANDO FICHEROS DE     *
      *                 CINTA CADA SEPTIEMBRE.                         *
      *                 EL CURSO CERRADO DE LA DECISION PASA AL        *
      *                 HISTORICO PARA LAS TASAS DE PROGRESION.        *
      *                 TAMBIEN PASA SI LA DECISION FUE POR ACUERDO DE *
      *                 LA JUNTA DE EVALUACION Y SU MOTIVO, Y AVISA EN *
      *                 ALERTAS DE LAS DECISIONES QUE NO COINCIDEN CON *
      *                 LA REGLA SIN ESTAR MARCADAS POR ACUERDO (UN    *
      *                 RDECISIO RETOCADO A MANO, SIN ACTA DE JUNTA).  *
      *                 LA LISTA DE ALERTAS CIERRA CON DECISIONES,     *
      *                 SEGUNDAS REPETICIONES Y CAMBIOS SIN ACTA POR   *
      *                 ETAPA EDUCATIVA DEL CURSO CERRADO (MODETAPA).  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-DECISIONES        PIC 9(6) VALUE 0.
           05 C-ARRASTRADAS       PIC 9(6) VALUE 0.
           05 C-ALERTAS           PIC 9(5) VALUE 0.
           05 C-ACUERDOS          PIC 9(6) VALUE 0.
           05 C-SIN-ACTA          PIC 9(5) VALUE 0.
           05 C-REPITE-HIST       PIC 99.

       01 LINEA-ALERTA-DATOS.
               '  **SEGUNDA REPETICION (LIMITE)**   '.
           05 FILLER        PIC X(17) VALUE SPACES.

       01 LINEA-ALERTA-SIN-ACTA.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LAS-NIF       PIC X(9).
           05 FILLER        PIC X(11) VALUE '  COLEGIO: '.
           05 LAS-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAS-DECISION  PIC X(10).
           05 FILLER        PIC X(8)  VALUE ' REGLA: '.
           05 LAS-REGLA     PIC X(10).
           05 FILLER        PIC X(23) VALUE
               '  **SIN ACTA DE JUNTA**'.

           COPY RHISTDEC REPLACING REG-HIST-DECISION
               BY REG-HIST-SAL.

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

      *    TOTALES POR ETAPA (ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-RESUMEN-ETAPA.
           05 T-RE-TOTALES OCCURS 21.
               10 T-RE-DECISIONES    PIC 9(6).
               10 T-RE-ALERTAS       PIC 9(5).
               10 T-RE-SIN-ACTA      PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(40) VALUE
               'DECISIONES Y ALERTAS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(13) VALUE '  DECISIONES:'.
           05 LRE-DECISIONES PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  2A REPET.:'.
           05 LRE-ALERTAS   PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE '  SIN ACTA:'.
           05 LRE-SIN-ACTA  PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           READ F-DECISIONES
           IF FS-DECISIONES-OK THEN
             ADD 1 TO C-DECISIONES
             PERFORM 2050-ETAPA-DEL-ALUMNO
             MOVE 0 TO C-REPITE-HIST
             PERFORM UNTIL HD-NIF OF REG-HIST-DECISION
                 >= NIF OF REG-DECISION
             IF DEC-REPITE AND C-REPITE-HIST >= 1 THEN
               PERFORM 2200-ALERTA-SEGUNDA
             END-IF
      *      LOS RDECISIO ANTERIORES A LA JUNTA NO TRAEN LA REGLA
             IF DEC-POR-ACUERDO THEN
               ADD 1 TO C-ACUERDOS
             ELSE
               IF DEC-REGLA NOT = SPACES
                   AND DEC-REGLA NOT = DECISION OF REG-DECISION THEN
                 PERFORM 2300-ALERTA-SIN-ACTA
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       2050-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO QUE EL ALUMNO ACABA DE CERRAR (21 = SIN
      *    ETAPA)
           MOVE COLEGIO OF REG-DECISION TO W-ET-COLEGIO
           MOVE DEC-CURSO TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           IF W-ETAPA-ENCONTRADA AND W-ET-ORDEN > 0 THEN
             MOVE W-ET-ORDEN TO WS-IDX-ETAPA
           ELSE
             MOVE 21 TO WS-IDX-ETAPA
           END-IF
           ADD 1 TO T-RE-DECISIONES (WS-IDX-ETAPA)
           .
      ******************************************************************
       2100-GRABAR-DECISION.
             TO HD-COLEGIO OF REG-HIST-SAL
           MOVE DECISION OF REG-DECISION
             TO HD-DECISION OF REG-HIST-SAL
           MOVE DEC-CURSO               TO HD-CURSO OF REG-HIST-SAL
           IF DEC-POR-ACUERDO THEN
             MOVE DEC-ORIGEN            TO HD-ORIGEN OF REG-HIST-SAL
             MOVE DEC-MOTIVO            TO HD-MOTIVO OF REG-HIST-SAL
           ELSE
             MOVE 'R'                   TO HD-ORIGEN OF REG-HIST-SAL
           END-IF
           WRITE REG-HIST-NUEVO FROM REG-HIST-SAL
           .
      ******************************************************************
       2200-ALERTA-SEGUNDA.
           ADD 1 TO C-ALERTAS
           ADD 1 TO T-RE-ALERTAS (WS-IDX-ETAPA)
           MOVE NIF OF REG-DECISION     TO LAD-NIF
           MOVE COLEGIO OF REG-DECISION TO LAD-COLEGIO
           WRITE LINEA-ALERTA FROM LINEA-ALERTA-DATOS
           .
      ******************************************************************
       2300-ALERTA-SIN-ACTA.
           ADD 1 TO C-SIN-ACTA
           ADD 1 TO T-RE-SIN-ACTA (WS-IDX-ETAPA)
           MOVE NIF OF REG-DECISION      TO LAS-NIF
           MOVE COLEGIO OF REG-DECISION  TO LAS-COLEGIO
           MOVE DECISION OF REG-DECISION TO LAS-DECISION
           MOVE DEC-REGLA                TO LAS-REGLA
           WRITE LINEA-ALERTA FROM LINEA-ALERTA-SIN-ACTA
           .
      ******************************************************************
       2400-LEER-HIST-ANT.
           IF FS-HIST-ANT-OK THEN
             PERFORM 2400-LEER-HIST-ANT
           END-PERFORM
           .
      ******************************************************************
       3100-RESUMEN-ETAPAS.
           WRITE LINEA-ALERTA FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-DECISIONES (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE SPACE       TO LRE-ETAPA
                 MOVE 'SIN ETAPA' TO LRE-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-ETAPA  TO LRE-ETAPA
                 MOVE W-ET-NOMBRE TO LRE-NOMBRE
               END-IF
               MOVE T-RE-DECISIONES (WS-IDX-ETAPA)
                 TO LRE-DECISIONES
               MOVE T-RE-ALERTAS (WS-IDX-ETAPA)
                 TO LRE-ALERTAS
               MOVE T-RE-SIN-ACTA (WS-IDX-ETAPA)
                 TO LRE-SIN-ACTA
               WRITE LINEA-ALERTA FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'DECISIONES LEIDAS:   ' C-DECISIONES
           DISPLAY 'HISTORIA ARRASTRADA: ' C-ARRASTRADAS
           DISPLAY 'ALERTAS 2A REPET.:   ' C-ALERTAS
           DISPLAY 'POR ACUERDO JUNTA:   ' C-ACUERDOS
           DISPLAY 'CAMBIOS SIN ACTA:    ' C-SIN-ACTA
           PERFORM 3100-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-DECISIONES
           IF FS-HIST-ANT-OK OR FS-HIST-ANT-EOF THEN
             CLOSE F-HIST-ANT
