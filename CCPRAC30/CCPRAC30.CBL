      *                 COMPARATIVO DE PROMOCION/REPETICION POR        *
      *                 COLEGIO, PARA QUE LA COMISION ELIJA LA REGLA   *
      *                 CON NUMEROS EN VEZ DE A CIEGAS.                *
      *                 CADA DECISION LLEVA EL CURSO CERRADO.          *
      *                 SOBRE LA REGLA SE APLICAN LOS ACUERDOS DE LA   *
      *                 JUNTA DE EVALUACION DEL ANO QUE SE CIERRA      *
      *                 (RJUNTAEV, POR NIF+ANO; EL ANO DE SYSIN O, SI  *
      *                 NO VIENE, EL VIGENTE DE RUNCTRL), EN VEZ DE    *
      *                 RETOCAR RDECISIO A MANO: LA DECISION QUEDA     *
      *                 MARCADA POR ACUERDO CON SU MOTIVO Y TUTOR Y    *
      *                 CONSERVA LA QUE DABA LA REGLA. LOS ACUERDOS    *
      *                 SIN ALUMNO EN EL CIERRE, REPETIDOS, SIN MOTIVO *
      *                 O TUTOR, O CON UNA DECISION NO VALIDA SE       *
      *                 LISTAN EN JUNTAINC Y NO SE APLICAN.            *
      *                 LA NOTA DE APROBADO Y EL MAXIMO DE SUSPENSOS   *
      *                 SE TOMAN DEL FICHERO CENTRAL DE REGLAS         *
      *                 (RREGLAS VIA MODREGLA) EN VIGOR EL ANO QUE SE  *
      *                 CIERRA; LA FICHA DE SYSIN SOLO CUENTA SI LA    *
      *                 REGLA NO RIGE ESE ANO. LOS UMBRALES DE LA      *
      *                 SIMULACION SIGUEN VINIENDO DE SYSIN.           *
      *                 CADA ALUMNO SE PROMOCIONA CON LAS REGLAS DE LA *
      *                 ETAPA EDUCATIVA DE SU CURSO EN SU COLEGIO      *
      *                 (MODETAPA): NOTA-APROBADO-E Y PROMO-MAX-SUSP-E *
      *                 (E = CODIGO DE LA ETAPA) SI RIGEN, Y SI NO LAS *
      *                 GENERALES. EL RESUMEN SE DESGLOSA TAMBIEN POR  *
      *                 ETAPA.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-RESUMEN ASSIGN RESUMEN
               FILE STATUS IS FS-RESUMEN.

           SELECT F-JUNTA ASSIGN JUNTAEV
               FILE STATUS IS FS-JUNTA.

           SELECT F-JUNTA-INC ASSIGN JUNTAINC
               FILE STATUS IS FS-JUNTA-INC.

           SELECT F-RUNCTRL ASSIGN RUNCTRL
               FILE STATUS IS FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           DATA RECORD LINEA-RESUMEN.
       01 LINEA-RESUMEN            PIC X(80).

       FD F-JUNTA
           RECORDING MODE IS F.
           COPY RJUNTAEV.

       FD F-JUNTA-INC
           RECORDING MODE IS F
           DATA RECORD LINEA-JUNTA-INC.
       01 LINEA-JUNTA-INC          PIC X(80).

       FD F-RUNCTRL
           RECORDING MODE IS F
           DATA RECORD REG-RUNCTRL.
       01 REG-RUNCTRL              PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS PIC XX.
               88 FS-DECISIONES-OK  VALUE '00'.
           05 FS-RESUMEN PIC XX.
               88 FS-RESUMEN-OK     VALUE '00'.
           05 FS-JUNTA PIC XX.
               88 FS-JUNTA-OK       VALUE '00'.
               88 FS-JUNTA-NO-EXISTE VALUE '35'.
           05 FS-JUNTA-INC PIC XX.
               88 FS-JUNTA-INC-OK   VALUE '00'.
           05 FS-RUNCTRL PIC XX.
               88 FS-RUNCTRL-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-MAX-SUSPENSOS     PIC 9.
           05 WS-MODO              PIC X.
               88 MODO-SIMULACION       VALUE 'S'.
           05 WS-SIM-UMBRAL OCCURS 5 PIC 9.
           05 WS-ANO-CIERRE        PIC 9(4).
           05 FILLER               PIC X(69).

       01 LINEA-RUNCTRL.
           05 RC-ANO-VIGENTE       PIC 9(4).
           05 FILLER               PIC X(76).

       01 WS-NOTA-APROBADO        PIC 99V9 VALUE 5.

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9.99.

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

      *    REGLAS DE CADA ETAPA, POR SU ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 ES LA DE LOS CURSOS SIN ETAPA (REGLAS GENERALES)
       01 T-REGLAS-ETAPA.
           05 T-RE-ENTRADA OCCURS 21.
               10 T-RE-CARGADA      PIC X.
               10 T-RE-APROBADO     PIC 99V9.
               10 T-RE-MAX-SUSP     PIC 9.
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-APROBADO-ALUMNO      PIC 99V9.
       01 WS-MAX-SUSP-ALUMNO      PIC 9.

       01 WS-JUNTA-FLAG           PIC X VALUE 'N'.
           88 HAY-JUNTA                VALUE 'S'.

       01 T-ESCENARIOS.
           05 C-ESCENARIOS      PIC 99 VALUE 0.
           05 C-PROMOCIONAN       PIC 9(6) VALUE 0.
           05 C-REPITEN           PIC 9(6) VALUE 0.
           05 C-PENDIENTES        PIC 9(6) VALUE 0.
           05 C-ACUERDOS          PIC 9(6) VALUE 0.
           05 C-JUNTA-INCIDENCIAS PIC 9(6) VALUE 0.
           05 C-SUSPENSOS-ALUMNO  PIC 9.
           05 C-NP-ALUMNO         PIC 9.
           05 C-ASIG              PIC 9.
               10 T-RC-PROMOCIONAN PIC 9(5).
               10 T-RC-REPITEN     PIC 9(5).
               10 T-RC-PENDIENTES  PIC 9(5).
               10 T-RC-ACUERDOS    PIC 9(5).

       01 T-RESUMEN-ETAPA.
           05 T-RE-TOTALES OCCURS 21.
               10 T-RE-PROMOCIONAN PIC 9(5).
               10 T-RE-REPITEN     PIC 9(5).
               10 T-RE-PENDIENTES  PIC 9(5).
               10 T-RE-ACUERDOS    PIC 9(5).

       01 WS-COLEGIO              PIC 99.

           05 LRG-REPITEN   PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE '  PENDIENTES'.
           05 LRG-PENDIENTE PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE '  ACUERDO'.
           05 LRG-ACUERDO   PIC ZZZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(30) VALUE
               'RESUMEN DE PROMOCION POR ETAPA'.
           05 FILLER  PIC X(50) VALUE SPACES.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(6)  VALUE '  MAX:'.
           05 LRE-MAX       PIC 9.
           05 FILLER        PIC X(8)  VALUE '  PROMO:'.
           05 LRE-PROMO     PIC ZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  REPITEN'.
           05 LRE-REPITEN   PIC ZZZZ9.
           05 FILLER        PIC X(7)  VALUE '  PEND:'.
           05 LRE-PENDIENTE PIC ZZZZ9.
           05 FILLER        PIC X(6)  VALUE '  ACU:'.
           05 LRE-ACUERDO   PIC ZZZZ9.

       01 LINEA-JUNTA-INCID.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LJI-NIF       PIC X(9).
           05 FILLER        PIC X(7)  VALUE '  ANO: '.
           05 LJI-ANO       PIC 9(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LJI-DECISION  PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LJI-MOTIVO    PIC X(35).
           05 FILLER        PIC X(6)  VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
               DISPLAY '*CCPRAC30*SYSIN*SIN*MAXIMO* SE ASUMEN 2 '
                   'SUSPENSOS COMO MAXIMO PARA PROMOCIONAR'
           END-IF
           IF WS-ANO-CIERRE NOT NUMERIC
               OR WS-ANO-CIERRE = ZERO THEN
               PERFORM 1250-ANO-DESDE-RUNCTRL
           END-IF
           PERFORM 1060-REGLAS-DEL-ANO
           INITIALIZE T-RESUMEN-COLEGIO
           INITIALIZE T-RESUMEN-ETAPA
           INITIALIZE T-REGLAS-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           IF MODO-SIMULACION THEN
               PERFORM 1050-MONTAR-ESCENARIOS
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           IF NOT MODO-SIMULACION THEN
               PERFORM 1200-ABRIR-JUNTA
           END-IF
           .
      ******************************************************************
       1050-MONTAR-ESCENARIOS.
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1060-REGLAS-DEL-ANO.
      *    SIN ANO DE CIERRE (NI EN SYSIN NI EN RUNCTRL) RIGEN LAS
      *    REGLAS VIGENTES HOY
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-CIERRE TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL

           MOVE 'NOTA-APROBADO' TO W-RG-REGLA
           PERFORM 1070-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-NOTA-APROBADO
           END-IF

           MOVE 'PROMO-MAX-SUSP' TO W-RG-REGLA
           PERFORM 1070-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-MAX-SUSPENSOS
           END-IF
      *    LAS REGLAS DE CADA ETAPA SE CONSULTAN AL APARECER SU PRIMER
      *    ALUMNO: EL FICHERO DE REGLAS SE CIERRA AL FINAL
           .
      ******************************************************************
       1070-CONSULTAR-REGLA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-CIERRE
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC30*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-ALUMNOS
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-ABRIR-JUNTA.
      *    SIN REGISTRO DE JUNTA TODAS LAS DECISIONES SON DE LA REGLA
           OPEN INPUT F-JUNTA
           IF FS-JUNTA-NO-EXISTE THEN
             DISPLAY '*CCPRAC30*SIN*REGISTRO*DE*JUNTA* SOLO SE APLICA '
                 'LA REGLA'
             MOVE HIGH-VALUES TO JE-NIF
           ELSE
             IF NOT FS-JUNTA-OK THEN
               DISPLAY 'ERROR LEER FICHERO JUNTA'
               DISPLAY FS-JUNTA
               PERFORM 5000-END-PROGRAM
             END-IF
             SET HAY-JUNTA TO TRUE
             IF WS-ANO-CIERRE NOT NUMERIC
                 OR WS-ANO-CIERRE = ZERO THEN
               PERFORM 1250-ANO-DESDE-RUNCTRL
             END-IF
             IF WS-ANO-CIERRE = ZERO THEN
               DISPLAY 'ERROR: FALTA EL ANO DE LA JUNTA EN SYSIN Y '
                   'NO HAY RUNCTRL'
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 1300-LEER-JUNTA
           END-IF

           OPEN OUTPUT F-JUNTA-INC
           IF NOT FS-JUNTA-INC-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INCIDENCIAS JUNTA'
               DISPLAY FS-JUNTA-INC
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1250-ANO-DESDE-RUNCTRL.
           MOVE ZERO TO WS-ANO-CIERRE
           OPEN INPUT F-RUNCTRL
           IF FS-RUNCTRL-OK THEN
               READ F-RUNCTRL INTO LINEA-RUNCTRL
               IF FS-RUNCTRL-OK THEN
                   MOVE RC-ANO-VIGENTE TO WS-ANO-CIERRE
                   DISPLAY 'ANO DE CIERRE TOMADO DE RUNCTRL: '
                       WS-ANO-CIERRE
               END-IF
               CLOSE F-RUNCTRL
           END-IF
           .
      ******************************************************************
       1300-LEER-JUNTA.
      *    EL REGISTRO ES PLURIANUAL: SOLO CUENTAN LOS ACUERDOS DEL
      *    ANO QUE SE CIERRA
           READ F-JUNTA
           PERFORM UNTIL NOT FS-JUNTA-OK OR JE-ANO = WS-ANO-CIERRE
             READ F-JUNTA
           END-PERFORM
           IF NOT FS-JUNTA-OK THEN
             MOVE HIGH-VALUES TO JE-NIF
           END-IF
           .
      ******************************************************************
       2000-PROCESO-ALUMNOS.
           READ F-ALUMNOS
           IF FS-ALUMNOS-OK THEN
             ADD 1 TO C-ALUMNOS
             PERFORM 2050-ETAPA-DEL-ALUMNO
             PERFORM 2100-CONTAR-NOTAS
             IF MODO-SIMULACION THEN
               PERFORM 2300-SIMULAR-ESCENARIOS
             END-IF
           END-IF
           .
      ******************************************************************
       2050-ETAPA-DEL-ALUMNO.
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS   TO W-ET-CURSO
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
           IF T-RE-CARGADA (WS-IDX-ETAPA) NOT = 'S' THEN
             PERFORM 2060-REGLAS-DE-LA-ETAPA
           END-IF
           MOVE T-RE-APROBADO (WS-IDX-ETAPA) TO WS-APROBADO-ALUMNO
           MOVE T-RE-MAX-SUSP (WS-IDX-ETAPA) TO WS-MAX-SUSP-ALUMNO
           .
      ******************************************************************
       2060-REGLAS-DE-LA-ETAPA.
      *    LA REGLA PROPIA DE LA ETAPA (CODIGO GENERAL + '-' + ETAPA)
      *    PREVALECE; SI NO RIGE ESE ANO VALE LA GENERAL
           MOVE 'S' TO T-RE-CARGADA (WS-IDX-ETAPA)
           MOVE WS-NOTA-APROBADO TO T-RE-APROBADO (WS-IDX-ETAPA)
           MOVE WS-MAX-SUSPENSOS TO T-RE-MAX-SUSP (WS-IDX-ETAPA)
           IF WS-IDX-ETAPA < 21 THEN
             MOVE SPACES TO W-RG-REGLA
             STRING 'NOTA-APROBADO-' W-ET-ETAPA DELIMITED BY SIZE
                 INTO W-RG-REGLA
             PERFORM 2070-CONSULTAR-REGLA-ETAPA
             IF W-RG-OK THEN
               MOVE W-RG-VALOR TO T-RE-APROBADO (WS-IDX-ETAPA)
             END-IF
             MOVE SPACES TO W-RG-REGLA
             STRING 'PROMO-MAX-SUSP-' W-ET-ETAPA DELIMITED BY SIZE
                 INTO W-RG-REGLA
             PERFORM 2070-CONSULTAR-REGLA-ETAPA
             IF W-RG-OK THEN
               MOVE W-RG-VALOR TO T-RE-MAX-SUSP (WS-IDX-ETAPA)
             END-IF
           END-IF
           .
      ******************************************************************
       2070-CONSULTAR-REGLA-ETAPA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-CIERRE
                   ': ' W-RG-VALOR-ED
           END-IF
           .
      ******************************************************************
       2100-CONTAR-NOTAS.
           MOVE 0 TO C-SUSPENSOS-ALUMNO
             EVALUATE TRUE
               WHEN NOTA OF REG-ALUMNOS (C-ASIG) = 0
                 ADD 1 TO C-NP-ALUMNO
               WHEN NOTA OF REG-ALUMNOS (C-ASIG) < WS-APROBADO-ALUMNO
                 ADD 1 TO C-SUSPENSOS-ALUMNO
             END-EVALUATE
           END-PERFORM
           INITIALIZE REG-DECISION
           MOVE NIF OF REG-ALUMNOS     TO NIF OF REG-DECISION
           MOVE COLEGIO OF REG-ALUMNOS TO COLEGIO OF REG-DECISION
           MOVE CURSO OF REG-ALUMNOS   TO DEC-CURSO
           MOVE C-SUSPENSOS-ALUMNO     TO CT-SUSPENSOS
           MOVE C-NP-ALUMNO            TO CT-NP
           MOVE COLEGIO OF REG-ALUMNOS TO WS-COLEGIO
           EVALUATE TRUE
             WHEN C-NP-ALUMNO > 0
               SET DEC-PENDIENTE TO TRUE
             WHEN C-SUSPENSOS-ALUMNO <= WS-MAX-SUSP-ALUMNO
               SET DEC-PROMOCIONA TO TRUE
             WHEN OTHER
               SET DEC-REPITE TO TRUE
           END-EVALUATE
           MOVE DECISION OF REG-DECISION TO DEC-REGLA
           SET DEC-POR-REGLA TO TRUE

           PERFORM 2250-APLICAR-JUNTA

           EVALUATE TRUE
             WHEN DEC-PENDIENTE
               ADD 1 TO C-PENDIENTES
               ADD 1 TO T-RE-PENDIENTES (WS-IDX-ETAPA)
               IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
                 ADD 1 TO T-RC-PENDIENTES (WS-COLEGIO)
               END-IF
             WHEN DEC-PROMOCIONA
               ADD 1 TO C-PROMOCIONAN
               ADD 1 TO T-RE-PROMOCIONAN (WS-IDX-ETAPA)
               IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
                 ADD 1 TO T-RC-PROMOCIONAN (WS-COLEGIO)
               END-IF
             WHEN OTHER
               ADD 1 TO C-REPITEN
               ADD 1 TO T-RE-REPITEN (WS-IDX-ETAPA)
               IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
                 ADD 1 TO T-RC-REPITEN (WS-COLEGIO)
               END-IF
           END-EVALUATE
           IF DEC-POR-ACUERDO THEN
             ADD 1 TO C-ACUERDOS
             ADD 1 TO T-RE-ACUERDOS (WS-IDX-ETAPA)
             IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
               ADD 1 TO T-RC-ACUERDOS (WS-COLEGIO)
             END-IF
           END-IF
           .
      ******************************************************************
       2250-APLICAR-JUNTA.
      *    LOS ACUERDOS DE NIF QUE YA QUEDARON ATRAS NO TIENEN ALUMNO
      *    EN EL CIERRE
           PERFORM UNTIL JE-NIF >= NIF OF REG-ALUMNOS
             MOVE 'ACUERDO SIN ALUMNO EN EL CIERRE' TO LJI-MOTIVO
             PERFORM 2290-INCIDENCIA-JUNTA
             PERFORM 1300-LEER-JUNTA
           END-PERFORM
           IF JE-NIF = NIF OF REG-ALUMNOS THEN
             EVALUATE TRUE
               WHEN NOT JE-PROMOCIONA AND NOT JE-REPITE
                   AND NOT JE-PENDIENTE
                 MOVE 'DECISION DE JUNTA NO VALIDA' TO LJI-MOTIVO
                 PERFORM 2290-INCIDENCIA-JUNTA
               WHEN JE-MOTIVO = SPACES OR JE-TUTOR NOT NUMERIC
                   OR JE-TUTOR = ZERO
                 MOVE 'ACUERDO SIN MOTIVO O SIN TUTOR' TO LJI-MOTIVO
                 PERFORM 2290-INCIDENCIA-JUNTA
               WHEN JE-DECISION = DEC-REGLA
                 MOVE 'ACUERDO IGUAL A LA REGLA' TO LJI-MOTIVO
                 PERFORM 2290-INCIDENCIA-JUNTA
               WHEN OTHER
                 MOVE JE-DECISION TO DECISION OF REG-DECISION
                 SET DEC-POR-ACUERDO TO TRUE
                 MOVE JE-MOTIVO TO DEC-MOTIVO
                 MOVE JE-TUTOR  TO DEC-TUTOR
             END-EVALUATE
             PERFORM 1300-LEER-JUNTA
             PERFORM UNTIL JE-NIF NOT = NIF OF REG-ALUMNOS
               MOVE 'ACUERDO REPETIDO, SE APLICA EL 1O' TO LJI-MOTIVO
               PERFORM 2290-INCIDENCIA-JUNTA
               PERFORM 1300-LEER-JUNTA
             END-PERFORM
           END-IF
           .
      ******************************************************************
       2290-INCIDENCIA-JUNTA.
           ADD 1 TO C-JUNTA-INCIDENCIAS
           MOVE JE-NIF      TO LJI-NIF
           MOVE JE-ANO      TO LJI-ANO
           MOVE JE-DECISION TO LJI-DECISION
           WRITE LINEA-JUNTA-INC FROM LINEA-JUNTA-INCID
           .
      ******************************************************************
       2300-SIMULAR-ESCENARIOS.
                 WS-METRI-REGISTROS
             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 3050-VACIAR-JUNTA
           PERFORM 3100-RESUMEN-COLEGIOS
           PERFORM 3200-DISPLAY-DATOS
           PERFORM 3300-CERRAR-FICHEROS
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       3050-VACIAR-JUNTA.
           PERFORM UNTIL JE-NIF = HIGH-VALUES
             MOVE 'ACUERDO SIN ALUMNO EN EL CIERRE' TO LJI-MOTIVO
             PERFORM 2290-INCIDENCIA-JUNTA
             PERFORM 1300-LEER-JUNTA
           END-PERFORM
           .
      ******************************************************************
       3100-RESUMEN-COLEGIOS.
           MOVE WS-MAX-SUSPENSOS TO LRC-MAX
               MOVE T-RC-PROMOCIONAN (WS-COLEGIO) TO LRG-PROMO
               MOVE T-RC-REPITEN (WS-COLEGIO)     TO LRG-REPITEN
               MOVE T-RC-PENDIENTES (WS-COLEGIO)  TO LRG-PENDIENTE
               MOVE T-RC-ACUERDOS (WS-COLEGIO)    TO LRG-ACUERDO
               WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-COLEGIO
             END-IF
           END-PERFORM
           PERFORM 3150-RESUMEN-ETAPAS
           .
      ******************************************************************
       3150-RESUMEN-ETAPAS.
           WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-PROMOCIONAN (WS-IDX-ETAPA) > 0
                 OR T-RE-REPITEN (WS-IDX-ETAPA) > 0
                 OR T-RE-PENDIENTES (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-MAX-SUSP (WS-IDX-ETAPA)    TO LRE-MAX
               MOVE T-RE-PROMOCIONAN (WS-IDX-ETAPA) TO LRE-PROMO
               MOVE T-RE-REPITEN (WS-IDX-ETAPA)     TO LRE-REPITEN
               MOVE T-RE-PENDIENTES (WS-IDX-ETAPA)  TO LRE-PENDIENTE
               MOVE T-RE-ACUERDOS (WS-IDX-ETAPA)    TO LRE-ACUERDO
               WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3200-DISPLAY-DATOS.
           DISPLAY 'PROMOCIONAN:        ' C-PROMOCIONAN
           DISPLAY 'REPITEN:            ' C-REPITEN
           DISPLAY 'PENDIENTES:         ' C-PENDIENTES
           DISPLAY 'POR ACUERDO JUNTA:  ' C-ACUERDOS
           DISPLAY 'INCIDENCIAS JUNTA:  ' C-JUNTA-INCIDENCIAS
           .
      ******************************************************************
       3500-RESUMEN-SIMULACION.
           .
      ******************************************************************
       3300-CERRAR-FICHEROS.
           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-ALUMNOS
           IF NOT MODO-SIMULACION THEN
             CLOSE F-DECISIONES
             IF HAY-JUNTA THEN
               CLOSE F-JUNTA
             END-IF
             CLOSE F-JUNTA-INC
           END-IF
           CLOSE F-RESUMEN
           .
