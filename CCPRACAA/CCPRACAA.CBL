       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAA.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: VALOR ANADIDO POR COLEGIO, GRUPO Y ASIGNATURA. *
      *                 LAS MEDIAS EN BRUTO PREMIAN AL COLEGIO CON     *
      *                 MEJOR ALUMNADO DE ENTRADA; AQUI SE MIDE LO QUE *
      *                 AVANZA CADA ALUMNO. CRUZA POR NIF EL           *
      *                 CONSOLIDADO RALUMN1B DE ESTE ANO (ALUMACT) CON *
      *                 EL DEL ANO ANTERIOR, QUE SE RESUELVE EN EL     *
      *                 CATALOGO DE GENERACIONES (MODGENCA) COMO EN    *
      *                 CCPRAC9O: CIERRE DEL TERCER TRIMESTRE DEL ANO  *
      *                 ANTERIOR AL DE SYSIN, SALVO QUE SYSIN FIJE UNA *
      *                 GENERACION. EL PROGRESO DE CADA ASIGNATURA ES  *
      *                 LA NOTA DE ESTE ANO MENOS LA DEL ANTERIOR (UNA *
      *                 NOTA CERO EN CUALQUIERA DE LOS DOS ANOS ES     *
      *                 "SIN NOTA" Y NO CUENTA). EL PROGRESO ESPERADO  *
      *                 ES LA MEDIA DEL SISTEMA PARA LA MISMA          *
      *                 ASIGNATURA Y EL MISMO NIVEL DE PARTIDA (PARTE  *
      *                 ENTERA DE LA NOTA DEL ANO ANTERIOR, 0 A 10);   *
      *                 EL VALOR ANADIDO ES LA DIFERENCIA, Y SE        *
      *                 PROMEDIA POR GRUPO, COLEGIO Y SISTEMA CON UN   *
      *                 SORT INTERNO. EL ALUMNO TRASLADADO ESTE ANO    *
      *                 (RTRASLAD) CUENTA PARA SU COLEGIO DE DESTINO   *
      *                 DEL ULTIMO TRASLADO; SI NO ES EL DEL           *
      *                 CONSOLIDADO VA SIN GRUPO ('**').               *
      *                 AL FINAL SE PROMEDIA TAMBIEN POR ETAPA         *
      *                 EDUCATIVA DEL CURSO DE ESTE ANO (MODETAPA POR  *
      *                 COLEGIO+CURSO).                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANTERIOR ASSIGN TO WS-DSN-ANTERIOR
               FILE STATUS IS FS-ANTERIOR.

           SELECT F-ACTUAL ASSIGN ALUMACT
               FILE STATUS IS FS-ACTUAL.

           SELECT F-TRASLADOS ASSIGN TRASLADO
               FILE STATUS IS FS-TRASLADOS.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ANTERIOR
           RECORDING MODE IS F.
           COPY RALUMN1B REPLACING REG-ALUMNOS BY REG-ANTERIOR.

       FD F-ACTUAL
           RECORDING MODE IS F.
           COPY RALUMN1B.

       FD F-TRASLADOS
           RECORDING MODE IS F.
           COPY RTRASLAD.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       SD F-SORT
           DATA RECORD REG-PROGRESO.
       01 REG-PROGRESO.
           05 PG-COLEGIO           PIC 99.
           05 PG-GRUPO             PIC XX.
           05 PG-NIF               PIC X(9).
           05 PG-IDX-ETAPA         PIC 99.
           05 PG-ASIGNATURA OCCURS 6.
               10 PG-NOTA-ANT      PIC 99V9.
               10 PG-NOTA-ACT      PIC 99V9.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ANTERIOR PIC XX.
               88 FS-ANTERIOR-OK    VALUE '00'.
           05 FS-ACTUAL PIC XX.
               88 FS-ACTUAL-OK      VALUE '00'.
               88 FS-ACTUAL-EOF     VALUE '10'.
           05 FS-TRASLADOS PIC XX.
               88 FS-TRASLADOS-OK   VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-GENERACION-ANT    PIC 9(6).
           05 FILLER               PIC X(70).

       01 WS-DSN-ANTERIOR         PIC X(44) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 C-CONTADORES.
           05 C-ACTUALES          PIC 9(6) VALUE 0.
           05 C-ANTERIORES        PIC 9(6) VALUE 0.
           05 C-EMPAREJADOS       PIC 9(6) VALUE 0.
           05 C-SIN-ANTERIOR      PIC 9(6) VALUE 0.
           05 C-REASIGNADOS       PIC 9(6) VALUE 0.

      *    TRASLADOS DEL ANO DE SYSIN; EL FICHERO CRECE POR ORDEN DE
      *    LLEGADA, ASI QUE EL ULTIMO DE CADA NIF ES EL QUE VALE
       01 T-TRASLADADOS.
           05 C-NIF-TRASLADO    PIC 9(4) VALUE 0.
           05 T-TR-ENTRADA OCCURS 2000.
               10 T-TR-NIF         PIC X(9).
               10 T-TR-COLEGIO     PIC 99.

      *    PROGRESO ESPERADO POR ASIGNATURA Y NIVEL DE PARTIDA (LA
      *    ENTRADA 1 ES EL NIVEL 0 Y LA 11 EL NIVEL 10)
       01 T-ESPERADO.
           05 T-ES-ASIGNATURA OCCURS 6.
               10 T-ES-NIVEL OCCURS 11.
                   15 T-ES-ALUMNOS   PIC 9(6).
                   15 T-ES-SUMA      PIC S9(7)V9.
                   15 T-ES-MEDIA     PIC S99V99.

      *    ACUMULADOS DE VALOR ANADIDO: 1 GRUPO, 2 COLEGIO, 3 SISTEMA
      *    Y DE 4 A 24 LA ETAPA (ORDEN EN EL FICHERO DE ETAPAS MAS 3;
      *    LA 24 RECOGE LOS CURSOS SIN ETAPA); LA COLUMNA 7 ES EL
      *    TOTAL DE LAS SEIS ASIGNATURAS
       01 T-ACUMULADOS.
           05 T-AC-NIVEL OCCURS 24.
               10 T-AC-ALUMNOS      PIC 9(6).
               10 T-AC-COLUMNA OCCURS 7.
                   15 T-AC-NOTAS     PIC 9(7).
                   15 T-AC-SUMA      PIC S9(7)V99.

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-ASIG          PIC 9.
       01 WS-IDX-NIVEL         PIC 99.
       01 WS-IDX-ACUM          PIC 99.
       01 WS-IDX-ETAPA         PIC 99.
       01 WS-NOTA-ENTERA       PIC 99.
       01 WS-COLEGIO-REGISTRO  PIC 99.
       01 WS-HAY-NOTAS         PIC X.
       01 W-PROGRESO           PIC S99V9.
       01 W-VALOR-ANADIDO      PIC S99V99.
       01 W-MEDIA              PIC S99V99.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-COLEGIO-EN-CURSO     PIC 99 VALUE 0.
       01 WS-GRUPO-EN-CURSO       PIC XX VALUE SPACES.
       01 WS-HAY-GRUPO            PIC X VALUE 'N'.

       01 LINEA-VAN-CABECERA.
           05 FILLER  PIC X(52) VALUE
               'VALOR ANADIDO POR COLEGIO, GRUPO Y ASIGNATURA - ANO '.
           05 LVC-ANO       PIC 9(4).
           05 FILLER  PIC X(76) VALUE SPACES.

       01 LINEA-VAN-COLUMNAS.
           05 FILLER  PIC X(35) VALUE
               'NIVEL   CO GR NOMBRE          ALUMN'.
           05 FILLER  PIC X(36) VALUE
               '   ASIG 1   ASIG 2   ASIG 3   ASIG 4'.
           05 FILLER  PIC X(27) VALUE
               '   ASIG 5   ASIG 6    TOTAL'.
           05 FILLER  PIC X(34) VALUE SPACES.

       01 LINEA-VAN-DATOS.
           05 LVD-NIVEL     PIC X(8).
           05 LVD-COLEGIO   PIC Z9.
           05 FILLER        PIC X.
           05 LVD-GRUPO     PIC XX.
           05 FILLER        PIC X.
           05 LVD-NOMBRE    PIC X(15).
           05 FILLER        PIC X.
           05 LVD-ALUMNOS   PIC ZZZZ9.
           05 LVD-COLUMNA OCCURS 7.
               10 FILLER         PIC X(3).
               10 LVD-VALOR      PIC +Z9,99.
               10 LVD-VALOR-X REDEFINES LVD-VALOR PIC X(6).
           05 FILLER        PIC X(34).

       01 LINEA-VAN-BLANCO         PIC X(132) VALUE SPACES.

       01 LINEA-ESP-CABECERA.
           05 FILLER  PIC X(51) VALUE
               'PROGRESO ESPERADO DEL SISTEMA POR NIVEL DE PARTIDA '.
           05 FILLER  PIC X(40) VALUE
               '(NOTA DEL ANO ANTERIOR) Y ASIGNATURA    '.
           05 FILLER  PIC X(41) VALUE SPACES.

       01 LINEA-ESP-DATOS.
           05 FILLER        PIC X(17) VALUE 'NIVEL DE PARTIDA '.
           05 LED-NIVEL     PIC Z9.
           05 FILLER        PIC X(17) VALUE SPACES.
           05 LED-COLUMNA OCCURS 6.
               10 FILLER         PIC X(3).
               10 LED-VALOR      PIC +Z9,99.
               10 LED-VALOR-X REDEFINES LED-VALOR PIC X(6).
           05 FILLER        PIC X(42).

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

       01 LINEA-ETA-CABECERA.
           05 FILLER  PIC X(33) VALUE
               'VALOR ANADIDO POR ETAPA EDUCATIVA'.
           05 FILLER  PIC X(99) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY PG-COLEGIO PG-GRUPO PG-NIF
               INPUT PROCEDURE 2000-CRUZAR-ANOS
               OUTPUT PROCEDURE 3000-IMPRIMIR-INFORME
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1050-RESOLVER-ANTERIOR
           INITIALIZE T-TRASLADADOS
           INITIALIZE T-ESPERADO
           INITIALIZE T-ACUMULADOS
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-CARGAR-TRASLADOS

           OPEN INPUT F-ANTERIOR
           IF NOT FS-ANTERIOR-OK THEN
               DISPLAY 'ERROR LEER FICHERO ANO ANTERIOR'
               DISPLAY FS-ANTERIOR
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2300-LEER-ANTERIOR

           OPEN INPUT F-ACTUAL
           IF NOT FS-ACTUAL-OK THEN
               DISPLAY 'ERROR LEER FICHERO ANO ACTUAL'
               DISPLAY FS-ACTUAL
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1050-RESOLVER-ANTERIOR.
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
               DISPLAY '*CCPRACAA*SYSIN*ANO*INVALIDO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-GENERACION-ANT NUMERIC
               AND WS-GENERACION-ANT > 0 THEN
               MOVE WS-GENERACION-ANT TO W-GC-GENERACION
               CALL "MODGENCA" USING 'G' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           ELSE
               COMPUTE W-GC-ANO = WS-ANO-ACADEMICO - 1
               CALL "MODGENCA" USING 'Y' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           END-IF
           IF NOT W-GC-ENCONTRADA THEN
               DISPLAY '*CCPRACAA*ABEND*GENERACION*NO*CATALOGADA* '
                   'FIN DE ANO ' W-GC-ANO ' GENERACION '
                   W-GC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-GC-DATASET TO WS-DSN-ANTERIOR
           DISPLAY 'ANO ANTERIOR: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA ' ' WS-DSN-ANTERIOR
           .
      ******************************************************************
       1100-CARGAR-TRASLADOS.
           OPEN INPUT F-TRASLADOS
           IF NOT FS-TRASLADOS-OK THEN
             DISPLAY 'SIN FICHERO DE TRASLADOS - CADA ALUMNO CUENTA '
                 'PARA EL COLEGIO DEL CONSOLIDADO'
           ELSE
             READ F-TRASLADOS
             PERFORM UNTIL NOT FS-TRASLADOS-OK
                 OR C-NIF-TRASLADO >= 2000
               IF ANO-ACADEMICO OF REG-TRASLADO = WS-ANO-ACADEMICO
                 ADD 1 TO C-NIF-TRASLADO
                 MOVE NIF OF REG-TRASLADO
                   TO T-TR-NIF (C-NIF-TRASLADO)
                 MOVE COLEGIO-DESTINO
                   TO T-TR-COLEGIO (C-NIF-TRASLADO)
               END-IF
               READ F-TRASLADOS
             END-PERFORM
             CLOSE F-TRASLADOS
           END-IF
           .
      ******************************************************************
       2000-CRUZAR-ANOS.
           READ F-ACTUAL
           PERFORM UNTIL FS-ACTUAL-EOF
             ADD 1 TO C-ACTUALES
             PERFORM UNTIL NIF OF REG-ANTERIOR >= NIF OF REG-ALUMNOS
               PERFORM 2300-LEER-ANTERIOR
             END-PERFORM
             IF NIF OF REG-ANTERIOR = NIF OF REG-ALUMNOS THEN
               PERFORM 2100-EMPAREJAR-ALUMNO
             ELSE
               ADD 1 TO C-SIN-ANTERIOR
             END-IF
             READ F-ACTUAL
           END-PERFORM
           CLOSE F-ANTERIOR
           CLOSE F-ACTUAL
           PERFORM 2400-CALCULAR-ESPERADO
           .
      ******************************************************************
       2100-EMPAREJAR-ALUMNO.
           INITIALIZE REG-PROGRESO
           MOVE 'N' TO WS-HAY-NOTAS
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 6
             IF NOTA OF REG-ANTERIOR (WS-IDX-ASIG) > 0
                 AND NOTA OF REG-ALUMNOS (WS-IDX-ASIG) > 0 THEN
               MOVE 'S' TO WS-HAY-NOTAS
               MOVE NOTA OF REG-ANTERIOR (WS-IDX-ASIG)
                 TO PG-NOTA-ANT (WS-IDX-ASIG)
               MOVE NOTA OF REG-ALUMNOS (WS-IDX-ASIG)
                 TO PG-NOTA-ACT (WS-IDX-ASIG)
               MOVE PG-NOTA-ANT (WS-IDX-ASIG) TO WS-NOTA-ENTERA
               COMPUTE WS-IDX-NIVEL = WS-NOTA-ENTERA + 1
               COMPUTE W-PROGRESO = PG-NOTA-ACT (WS-IDX-ASIG)
                   - PG-NOTA-ANT (WS-IDX-ASIG)
               END-COMPUTE
               ADD 1 TO T-ES-ALUMNOS (WS-IDX-ASIG, WS-IDX-NIVEL)
               ADD W-PROGRESO TO T-ES-SUMA (WS-IDX-ASIG, WS-IDX-NIVEL)
             END-IF
           END-PERFORM
           IF WS-HAY-NOTAS = 'S' THEN
             ADD 1 TO C-EMPAREJADOS
             PERFORM 2200-COLEGIO-DE-REGISTRO
             MOVE WS-COLEGIO-REGISTRO TO PG-COLEGIO
             IF WS-COLEGIO-REGISTRO = COLEGIO OF REG-ALUMNOS THEN
               MOVE GRUPO OF REG-ALUMNOS TO PG-GRUPO
             ELSE
               ADD 1 TO C-REASIGNADOS
               MOVE '**' TO PG-GRUPO
             END-IF
             MOVE NIF OF REG-ALUMNOS TO PG-NIF
             PERFORM 2250-ETAPA-DEL-ALUMNO
             MOVE WS-IDX-ETAPA TO PG-IDX-ETAPA
             RELEASE REG-PROGRESO
           END-IF
           .
      ******************************************************************
       2200-COLEGIO-DE-REGISTRO.
           MOVE COLEGIO OF REG-ALUMNOS TO WS-COLEGIO-REGISTRO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-NIF-TRASLADO
             IF T-TR-NIF (WS-IDX) = NIF OF REG-ALUMNOS THEN
               MOVE T-TR-COLEGIO (WS-IDX) TO WS-COLEGIO-REGISTRO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DE ESTE ANO EN EL COLEGIO POR EL QUE CUENTA
      *    EL ALUMNO (21 = SIN ETAPA)
           MOVE WS-COLEGIO-REGISTRO TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
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
           .
      ******************************************************************
       2300-LEER-ANTERIOR.
           READ F-ANTERIOR
           IF FS-ANTERIOR-OK THEN
             ADD 1 TO C-ANTERIORES
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-ANTERIOR
           END-IF
           .
      ******************************************************************
       2400-CALCULAR-ESPERADO.
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 6
             PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                     UNTIL WS-IDX-NIVEL > 11
               IF T-ES-ALUMNOS (WS-IDX-ASIG, WS-IDX-NIVEL) > 0 THEN
                 COMPUTE T-ES-MEDIA (WS-IDX-ASIG, WS-IDX-NIVEL)
                     ROUNDED =
                     T-ES-SUMA (WS-IDX-ASIG, WS-IDX-NIVEL)
                     / T-ES-ALUMNOS (WS-IDX-ASIG, WS-IDX-NIVEL)
                 END-COMPUTE
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3000-IMPRIMIR-INFORME.
           MOVE WS-ANO-ACADEMICO TO LVC-ANO
           WRITE LINEA-LISTADO FROM LINEA-VAN-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-VAN-COLUMNAS
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-PROGRESO
           PERFORM UNTIL FIN-DE-SORT
             IF WS-HAY-GRUPO = 'S'
                 AND (PG-COLEGIO NOT = WS-COLEGIO-EN-CURSO
                   OR PG-GRUPO NOT = WS-GRUPO-EN-CURSO) THEN
               PERFORM 3300-CERRAR-GRUPO
               IF PG-COLEGIO NOT = WS-COLEGIO-EN-CURSO THEN
                 PERFORM 3400-CERRAR-COLEGIO
               END-IF
             END-IF
             MOVE PG-COLEGIO TO WS-COLEGIO-EN-CURSO
             MOVE PG-GRUPO   TO WS-GRUPO-EN-CURSO
             MOVE 'S' TO WS-HAY-GRUPO
             PERFORM 3200-ACUMULAR-ALUMNO
             PERFORM 3100-RETURN-PROGRESO
           END-PERFORM
           IF WS-HAY-GRUPO = 'S' THEN
             PERFORM 3300-CERRAR-GRUPO
             PERFORM 3400-CERRAR-COLEGIO
           END-IF
           MOVE 3 TO WS-IDX-ACUM
           MOVE SPACES TO LINEA-VAN-DATOS
           MOVE 'SISTEMA ' TO LVD-NIVEL
           PERFORM 3500-LINEA-DE-VALORES
           PERFORM 3550-IMPRIMIR-ETAPAS
           PERFORM 3600-IMPRIMIR-ESPERADO
           .
      ******************************************************************
       3100-RETURN-PROGRESO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-ACUMULAR-ALUMNO.
      *    EL VALOR ANADIDO DE CADA NOTA ES SU PROGRESO MENOS EL
      *    ESPERADO PARA SU ASIGNATURA Y NIVEL DE PARTIDA
           PERFORM VARYING WS-IDX-ACUM FROM 1 BY 1
                   UNTIL WS-IDX-ACUM > 3
             ADD 1 TO T-AC-ALUMNOS (WS-IDX-ACUM)
           END-PERFORM
           COMPUTE WS-IDX-ETAPA = PG-IDX-ETAPA + 3
           ADD 1 TO T-AC-ALUMNOS (WS-IDX-ETAPA)
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 6
             IF PG-NOTA-ANT (WS-IDX-ASIG) > 0 THEN
               MOVE PG-NOTA-ANT (WS-IDX-ASIG) TO WS-NOTA-ENTERA
               COMPUTE WS-IDX-NIVEL = WS-NOTA-ENTERA + 1
               COMPUTE W-VALOR-ANADIDO = PG-NOTA-ACT (WS-IDX-ASIG)
                   - PG-NOTA-ANT (WS-IDX-ASIG)
                   - T-ES-MEDIA (WS-IDX-ASIG, WS-IDX-NIVEL)
               END-COMPUTE
               PERFORM VARYING WS-IDX-ACUM FROM 1 BY 1
                       UNTIL WS-IDX-ACUM > 3
                 ADD 1 TO T-AC-NOTAS (WS-IDX-ACUM, WS-IDX-ASIG)
                 ADD W-VALOR-ANADIDO
                   TO T-AC-SUMA (WS-IDX-ACUM, WS-IDX-ASIG)
                 ADD 1 TO T-AC-NOTAS (WS-IDX-ACUM, 7)
                 ADD W-VALOR-ANADIDO
                   TO T-AC-SUMA (WS-IDX-ACUM, 7)
               END-PERFORM
               ADD 1 TO T-AC-NOTAS (WS-IDX-ETAPA, WS-IDX-ASIG)
               ADD W-VALOR-ANADIDO
                 TO T-AC-SUMA (WS-IDX-ETAPA, WS-IDX-ASIG)
               ADD 1 TO T-AC-NOTAS (WS-IDX-ETAPA, 7)
               ADD W-VALOR-ANADIDO TO T-AC-SUMA (WS-IDX-ETAPA, 7)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3300-CERRAR-GRUPO.
           MOVE 1 TO WS-IDX-ACUM
           MOVE SPACES TO LINEA-VAN-DATOS
           MOVE 'GRUPO   '          TO LVD-NIVEL
           MOVE WS-COLEGIO-EN-CURSO TO LVD-COLEGIO
           MOVE WS-GRUPO-EN-CURSO   TO LVD-GRUPO
           PERFORM 3500-LINEA-DE-VALORES
           INITIALIZE T-AC-NIVEL (1)
           .
      ******************************************************************
       3400-CERRAR-COLEGIO.
           MOVE 2 TO WS-IDX-ACUM
           MOVE SPACES TO LINEA-VAN-DATOS
           MOVE 'COLEGIO '          TO LVD-NIVEL
           MOVE WS-COLEGIO-EN-CURSO TO LVD-COLEGIO
           MOVE WS-COLEGIO-EN-CURSO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE W-NOMB-COLEGIO TO LVD-NOMBRE
           PERFORM 3500-LINEA-DE-VALORES
           WRITE LINEA-LISTADO FROM LINEA-VAN-BLANCO
           INITIALIZE T-AC-NIVEL (2)
           .
      ******************************************************************
       3500-LINEA-DE-VALORES.
           MOVE T-AC-ALUMNOS (WS-IDX-ACUM) TO LVD-ALUMNOS
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > 7
             IF T-AC-NOTAS (WS-IDX-ACUM, WS-IDX-ASIG) > 0 THEN
               COMPUTE W-MEDIA ROUNDED =
                   T-AC-SUMA (WS-IDX-ACUM, WS-IDX-ASIG)
                   / T-AC-NOTAS (WS-IDX-ACUM, WS-IDX-ASIG)
               END-COMPUTE
               MOVE W-MEDIA TO LVD-VALOR (WS-IDX-ASIG)
             ELSE
               MOVE '    - ' TO LVD-VALOR-X (WS-IDX-ASIG)
             END-IF
           END-PERFORM
           WRITE LINEA-LISTADO FROM LINEA-VAN-DATOS
           .
      ******************************************************************
       3550-IMPRIMIR-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-VAN-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-ETA-CABECERA
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             COMPUTE WS-IDX-ACUM = WS-IDX-ETAPA + 3
             IF T-AC-ALUMNOS (WS-IDX-ACUM) > 0 THEN
               MOVE SPACES TO LINEA-VAN-DATOS
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE 'SIN ETAPA'  TO LVD-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-NOMBRE  TO LVD-NOMBRE
                 MOVE 'ETAPA '     TO LVD-NIVEL
                 MOVE W-ET-ETAPA   TO LVD-NIVEL (7:1)
               END-IF
               PERFORM 3500-LINEA-DE-VALORES
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3600-IMPRIMIR-ESPERADO.
           WRITE LINEA-LISTADO FROM LINEA-VAN-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-ESP-CABECERA
           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 11
             COMPUTE LED-NIVEL = WS-IDX-NIVEL - 1
             PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                     UNTIL WS-IDX-ASIG > 6
               IF T-ES-ALUMNOS (WS-IDX-ASIG, WS-IDX-NIVEL) > 0 THEN
                 MOVE T-ES-MEDIA (WS-IDX-ASIG, WS-IDX-NIVEL)
                   TO LED-VALOR (WS-IDX-ASIG)
               ELSE
                 MOVE '    - ' TO LED-VALOR-X (WS-IDX-ASIG)
               END-IF
             END-PERFORM
             WRITE LINEA-LISTADO FROM LINEA-ESP-DATOS
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS ANO ACTUAL:   ' C-ACTUALES
           DISPLAY 'ALUMNOS ANO ANTERIOR: ' C-ANTERIORES
           DISPLAY 'EMPAREJADOS:          ' C-EMPAREJADOS
           DISPLAY 'SIN ANO ANTERIOR:     ' C-SIN-ANTERIOR
           DISPLAY 'POR COLEGIO DE TRASL.:' C-REASIGNADOS
           CLOSE F-LISTADO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           COMPUTE WS-METRI-REGISTROS = C-ACTUALES + C-ANTERIORES
           CALL "MODMETRI" USING 'CCPRACAA' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
