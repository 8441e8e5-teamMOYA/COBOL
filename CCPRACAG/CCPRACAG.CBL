       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAG.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: AUDITORIA PERIODICA DE LAS CORRECCIONES DE     *
      *                 NOTA QUE CCPRAC49 DEJA EN NOTAS_HIST, PARA QUE *
      *                 LA INSPECCION LAS REVISE SIN ESPERAR A UNA     *
      *                 RECLAMACION. PARA LAS CORRECCIONES DEL PERIODO *
      *                 DE SYSIN PUNTUA CADA PATRON SOSPECHOSO:        *
      *                   L (4) DE UN 4,X A UN 5,0 JUSTO               *
      *                   C (3) HECHA CON EL TRIMESTRE YA CERRADO POR  *
      *                         CCPRAC9D (HISTORICO CIERRES), ES DECIR *
      *                         BAJO UNA AUTORIZACION DE REAPERTURA    *
      *                         (REOPAUTH)                             *
      *                   R (2) LA MISMA NOTA CORREGIDA MAS DE UNA VEZ *
      *                   A (2) EL OPERADOR CORRIGE MUCHAS NOTAS DEL   *
      *                         MISMO ALUMNO EN EL PERIODO             *
      *                   O (1) EL OPERADOR CORRIGE MUCHAS NOTAS DEL   *
      *                         MISMO COLEGIO EN EL PERIODO            *
      *                 LOS UMBRALES DE 'MUCHAS' VIENEN EN SYSIN. LAS  *
      *                 CORRECCIONES CON ALGUN PATRON SE ORDENAN EN UN *
      *                 SORT INTERNO POR PUNTUACION DESCENDENTE Y SE   *
      *                 LISTAN CON LA NOTA ANTES/DESPUES, EL INSTANTE, *
      *                 EL MOTIVO, EL OPERADOR Y, SI LA HAY, QUIEN     *
      *                 AUTORIZO LA REAPERTURA.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CIERRES ASSIGN CIERRES
               FILE STATUS IS FS-CIERRES.

           SELECT F-REAPERTURAS ASSIGN REOPAUTH
               FILE STATUS IS FS-REAPERTURAS.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-CIERRES
           RECORDING MODE IS F
           DATA RECORD REG-CIERRE.
       01 REG-CIERRE.
           05 CI-ANO               PIC 9(4).
           05 CI-TRIMESTRE         PIC 9.
           05 CI-FECHA             PIC X(8).
           05 CI-FORZADO           PIC X.
           05 CI-REZAGADOS         PIC 999.
           05 FILLER               PIC X(63).

       FD F-REAPERTURAS
           RECORDING MODE IS F
           DATA RECORD REG-REAPERTURA.
       01 REG-REAPERTURA.
           05 RA-ANO               PIC 9(4).
           05 RA-TRIMESTRE         PIC 9.
           05 RA-FECHA             PIC X(8).
           05 RA-OPERADOR          PIC X(8).
           05 FILLER               PIC X(59).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       SD F-SORT
           DATA RECORD REG-SOSPECHA.
       01 REG-SOSPECHA.
           05 SO-PUNTOS            PIC 99.
           05 SO-TS-CAMBIO         PIC X(21).
           05 SO-NIF               PIC X(9).
           05 SO-COLEGIO           PIC 99.
           05 SO-ASIGNATURA        PIC 9.
           05 SO-ANO               PIC 9(4).
           05 SO-TRIMESTRE         PIC 9.
           05 SO-CONVOCATORIA      PIC 9.
           05 SO-NOTA-ANTERIOR     PIC 99V9.
           05 SO-NOTA-NUEVA        PIC 99V9.
           05 SO-MOTIVO            PIC X(4).
           05 SO-OPERADOR          PIC X(8).
           05 SO-PATRONES          PIC X(5).
           05 SO-VECES             PIC 99.
           05 SO-AUTORIZO          PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CIERRES PIC XX.
               88 FS-CIERRES-OK     VALUE '00'.
           05 FS-REAPERTURAS PIC XX.
               88 FS-REAPERTURAS-OK VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-FECHA-DESDE       PIC X(8).
           05 WS-FECHA-HASTA       PIC X(8).
           05 WS-UMBRAL-COLEGIO    PIC 999.
           05 WS-UMBRAL-ALUMNO     PIC 99.
           05 FILLER               PIC X(59).

       01 WS-TS-DESDE             PIC X(21).
       01 WS-TS-HASTA             PIC X(21).
       01 W-UMBRAL-COLEGIO        PIC S9(9) USAGE COMP.

       01 C-CONTADORES.
           05 C-CORRECCIONES      PIC 9(7) VALUE 0.
           05 C-SOSPECHOSAS       PIC 9(7) VALUE 0.
           05 C-LIMITE-CINCO      PIC 9(7) VALUE 0.
           05 C-TRAS-CIERRE       PIC 9(7) VALUE 0.
           05 C-REPETIDAS         PIC 9(7) VALUE 0.
           05 C-OPER-ALUMNO       PIC 9(7) VALUE 0.
           05 C-OPER-COLEGIO      PIC 9(7) VALUE 0.
           05 C-LISTADAS          PIC 9(7) VALUE 0.

      *    PRIMER CIERRE DE CADA ANO+TRIMESTRE (EL HISTORICO SOLO
      *    CRECE; UN TRIMESTRE CERRADO DOS VECES SE QUEDA CON EL
      *    PRIMERO)
       01 T-CIERRES.
           05 C-CIERRES-TABLA      PIC 99 VALUE 0.
           05 T-CI-ENTRADA OCCURS 60.
               10 T-CI-ANO         PIC 9(4).
               10 T-CI-TRIM        PIC 9.
               10 T-CI-FECHA       PIC X(8).
       01 WS-IDX-CIERRE           PIC 99.
       01 WS-CIERRE-FLAG          PIC X.
           88 CIERRE-YA-ANOTADO        VALUE 'S'.

       01 T-REAPERTURAS.
           05 C-REAPERTURAS        PIC 99 VALUE 0.
           05 T-RE-ENTRADA OCCURS 20.
               10 T-RE-ANO         PIC 9(4).
               10 T-RE-TRIM        PIC 9.
               10 T-RE-OPERADOR    PIC X(8).
       01 WS-IDX-REAP             PIC 99.

      *    OPERADOR+COLEGIO QUE LLEGAN AL UMBRAL EN EL PERIODO
       01 T-OPER-COLEGIO.
           05 C-OPER-COL-TABLA     PIC 999 VALUE 0.
           05 T-OC-ENTRADA OCCURS 500.
               10 T-OC-OPERADOR    PIC X(8).
               10 T-OC-COLEGIO     PIC S9(4) USAGE COMP.
       01 WS-IDX-OPER-COL         PIC 999.

      *    CORRECCION EN CURSO DE PUNTUACION
       01 W-COLEGIO-NOTA          PIC S9(4) USAGE COMP.
       01 W-VECES-CORREGIDA       PIC S9(9) USAGE COMP.
       01 W-OPER-ALUMNO           PIC S9(9) USAGE COMP.
       01 W-OPER-CUENTA           PIC S9(9) USAGE COMP.
       01 WS-PUNTOS               PIC 99.
       01 WS-PATRONES.
           05 WS-PAT-LIMITE        PIC X.
           05 WS-PAT-CIERRE        PIC X.
           05 WS-PAT-REPETIDA      PIC X.
           05 WS-PAT-ALUMNO        PIC X.
           05 WS-PAT-COLEGIO       PIC X.
       01 WS-AUTORIZO             PIC X(8).

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 LINEA-AUD-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'REVISION DE CORRECCIONES DE NOTA - DEL '.
           05 LAC-DESDE     PIC X(8).
           05 FILLER  PIC X(4)  VALUE ' AL '.
           05 LAC-HASTA     PIC X(8).
           05 FILLER  PIC X(72) VALUE SPACES.

       01 LINEA-AUD-LEYENDA.
           05 FILLER  PIC X(40) VALUE
               'PATRONES: L=4,X A 5,0 (4)  C=TRAS CIERRE'.
           05 FILLER  PIC X(40) VALUE
               ' (3)  R=REPETIDA (2)  A=OPERADOR-ALUMNO '.
           05 FILLER  PIC X(30) VALUE
               '(2)  O=OPERADOR-COLEGIO (1)   '.
           05 FILLER  PIC X(22) VALUE SPACES.

       01 LINEA-AUD-COLUMNAS.
           05 FILLER  PIC X(36) VALUE
               ' ORD PT NIF       CO  A ANO  T C ANT'.
           05 FILLER  PIC X(36) VALUE
               'ES   NUEVA FECHA    HORA     MOTI   '.
           05 FILLER  PIC X(36) VALUE
               'OPERADOR PATRO VECES AUTORIZO       '.
           05 FILLER  PIC X(24) VALUE SPACES.

       01 LINEA-AUD-DATOS.
           05 LAD-ORDEN     PIC ZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-PUNTOS    PIC Z9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAD-ASIGNATURA PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-ANO       PIC 9(4).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-TRIMESTRE PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-CONVOC    PIC 9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAD-NOTA-ANTES PIC Z9,9.
           05 FILLER        PIC X(4)  VALUE ' -> '.
           05 LAD-NOTA-NUEVA PIC Z9,9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-FECHA     PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-HORA.
               10 LAD-HH    PIC XX.
               10 FILLER    PIC X     VALUE ':'.
               10 LAD-MI    PIC XX.
               10 FILLER    PIC X     VALUE ':'.
               10 LAD-SS    PIC XX.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-MOTIVO    PIC X(4).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LAD-OPERADOR  PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAD-PATRONES  PIC X(5).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LAD-VECES     PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAD-AUTORIZO  PIC X(8).
           05 FILLER        PIC X(31) VALUE SPACES.

       01 LINEA-AUD-BLANCO         PIC X(132) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCNOTAH
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    EL COLEGIO ES EL DE EVALUACION SELLADO EN LA NOTA (MISMO
      *    CASE QUE CCPRAC96); LAS FILAS SIN SELLO SE RESUELVEN POR
      *    ALUMNOS
           EXEC SQL
             DECLARE C-OPER-COLEGIO CURSOR FOR
               SELECT H.OPERADOR,
                      CASE WHEN N.COD_COLEGIO > 0
                           THEN N.COD_COLEGIO
                           ELSE A.COD_COLEGIO END,
                      COUNT(*)
                 FROM NOTAS_HIST H, ALUMNOS A, NOTAS N
                WHERE H.NIF = A.NIF
                  AND N.NIF = H.NIF
                  AND N.ASIGNATURA = H.ASIGNATURA
                  AND N.ANO_ACADEMICO = H.ANO_ACADEMICO
                  AND N.TRIMESTRE = H.TRIMESTRE
                  AND N.CONVOCATORIA = H.CONVOCATORIA
                  AND H.TS_CAMBIO BETWEEN :WS-TS-DESDE
                                      AND :WS-TS-HASTA
                GROUP BY H.OPERADOR,
                      CASE WHEN N.COD_COLEGIO > 0
                           THEN N.COD_COLEGIO
                           ELSE A.COD_COLEGIO END
               HAVING COUNT(*) >= :W-UMBRAL-COLEGIO
           END-EXEC.

      *    LAS VECES QUE SE HA CORREGIDO LA NOTA CUENTAN TODO EL
      *    HISTORICO; LAS DEL OPERADOR CON EL ALUMNO, SOLO EL PERIODO
           EXEC SQL
             DECLARE C-CORRECCIONES CURSOR FOR
               SELECT CASE WHEN N.COD_COLEGIO > 0
                           THEN N.COD_COLEGIO
                           ELSE A.COD_COLEGIO END,
                      H.NIF, H.ASIGNATURA, H.ANO_ACADEMICO,
                      H.TRIMESTRE, H.CONVOCATORIA,
                      H.NOTA_ANTERIOR, H.NOTA_NUEVA,
                      H.TS_CAMBIO, H.MOTIVO, H.OPERADOR,
                      (SELECT COUNT(*)
                         FROM NOTAS_HIST H2
                        WHERE H2.NIF = H.NIF
                          AND H2.ASIGNATURA = H.ASIGNATURA
                          AND H2.ANO_ACADEMICO = H.ANO_ACADEMICO
                          AND H2.TRIMESTRE = H.TRIMESTRE
                          AND H2.CONVOCATORIA = H.CONVOCATORIA),
                      (SELECT COUNT(*)
                         FROM NOTAS_HIST H3
                        WHERE H3.NIF = H.NIF
                          AND H3.OPERADOR = H.OPERADOR
                          AND H3.TS_CAMBIO BETWEEN :WS-TS-DESDE
                                               AND :WS-TS-HASTA)
                 FROM NOTAS_HIST H, ALUMNOS A, NOTAS N
                WHERE H.NIF = A.NIF
                  AND N.NIF = H.NIF
                  AND N.ASIGNATURA = H.ASIGNATURA
                  AND N.ANO_ACADEMICO = H.ANO_ACADEMICO
                  AND N.TRIMESTRE = H.TRIMESTRE
                  AND N.CONVOCATORIA = H.CONVOCATORIA
                  AND H.TS_CAMBIO BETWEEN :WS-TS-DESDE
                                      AND :WS-TS-HASTA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON DESCENDING KEY SO-PUNTOS
               ASCENDING KEY SO-TS-CAMBIO
               INPUT PROCEDURE 2000-PUNTUAR-CORRECCIONES
               OUTPUT PROCEDURE 3000-LISTAR-REVISION
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-FECHA-DESDE NOT NUMERIC THEN
               DISPLAY '*CCPRACAG*SYSIN*SIN*FECHA*DESDE* SE REVISA '
                   'DESDE EL PRINCIPIO DEL HISTORICO'
               MOVE '00000000' TO WS-FECHA-DESDE
           END-IF
           IF WS-FECHA-HASTA NOT NUMERIC THEN
               DISPLAY '*CCPRACAG*SYSIN*SIN*FECHA*HASTA* SE REVISA '
                   'HASTA HOY'
               MOVE WS-TIMESTAMP-INICIO (1:8) TO WS-FECHA-HASTA
           END-IF
           IF WS-UMBRAL-COLEGIO NOT NUMERIC
               OR WS-UMBRAL-COLEGIO < 2 THEN
               DISPLAY '*CCPRACAG*SYSIN*SIN*UMBRAL*COLEGIO* SE '
                   'TOMAN 20 CORRECCIONES'
               MOVE 20 TO WS-UMBRAL-COLEGIO
           END-IF
           IF WS-UMBRAL-ALUMNO NOT NUMERIC
               OR WS-UMBRAL-ALUMNO < 2 THEN
               DISPLAY '*CCPRACAG*SYSIN*SIN*UMBRAL*ALUMNO* SE '
                   'TOMAN 3 CORRECCIONES'
               MOVE 3 TO WS-UMBRAL-ALUMNO
           END-IF
      *    EL TIMESTAMP EMPIEZA POR AAAAMMDD: EL DESDE VA RELLENO DE
      *    CEROS Y EL HASTA DE NUEVES PARA COGER LOS DIAS ENTEROS
           MOVE ALL '0' TO WS-TS-DESDE
           MOVE WS-FECHA-DESDE TO WS-TS-DESDE (1:8)
           MOVE ALL '9' TO WS-TS-HASTA
           MOVE WS-FECHA-HASTA TO WS-TS-HASTA (1:8)
           MOVE WS-UMBRAL-COLEGIO TO W-UMBRAL-COLEGIO

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1100-CARGAR-CIERRES
           PERFORM 1200-CARGAR-REAPERTURAS
           PERFORM 1300-CARGAR-OPER-COLEGIO
           .
      ******************************************************************
       1100-CARGAR-CIERRES.
           OPEN INPUT F-CIERRES
           IF NOT FS-CIERRES-OK THEN
             DISPLAY '*CCPRACAG*SIN*HISTORICO*CIERRES* NO SE '
                 'DETECTAN CORRECCIONES TRAS CIERRE'
           ELSE
             READ F-CIERRES
             PERFORM UNTIL NOT FS-CIERRES-OK
                 OR C-CIERRES-TABLA >= 60
               MOVE 'N' TO WS-CIERRE-FLAG
               PERFORM VARYING WS-IDX-CIERRE FROM 1 BY 1
                       UNTIL WS-IDX-CIERRE > C-CIERRES-TABLA
                 IF T-CI-ANO (WS-IDX-CIERRE) = CI-ANO
                     AND T-CI-TRIM (WS-IDX-CIERRE) = CI-TRIMESTRE THEN
                   SET CIERRE-YA-ANOTADO TO TRUE
                 END-IF
               END-PERFORM
               IF NOT CIERRE-YA-ANOTADO THEN
                 ADD 1 TO C-CIERRES-TABLA
                 MOVE CI-ANO       TO T-CI-ANO (C-CIERRES-TABLA)
                 MOVE CI-TRIMESTRE TO T-CI-TRIM (C-CIERRES-TABLA)
                 MOVE CI-FECHA     TO T-CI-FECHA (C-CIERRES-TABLA)
               END-IF
               READ F-CIERRES
             END-PERFORM
             CLOSE F-CIERRES
           END-IF
           .
      ******************************************************************
       1200-CARGAR-REAPERTURAS.
           OPEN INPUT F-REAPERTURAS
           IF NOT FS-REAPERTURAS-OK THEN
             DISPLAY 'SIN FICHERO DE REAPERTURAS - NO SE INDICA '
                 'QUIEN AUTORIZO'
           ELSE
             READ F-REAPERTURAS
             PERFORM UNTIL NOT FS-REAPERTURAS-OK
                 OR C-REAPERTURAS >= 20
               ADD 1 TO C-REAPERTURAS
               MOVE RA-ANO       TO T-RE-ANO (C-REAPERTURAS)
               MOVE RA-TRIMESTRE TO T-RE-TRIM (C-REAPERTURAS)
               MOVE RA-OPERADOR  TO T-RE-OPERADOR (C-REAPERTURAS)
               READ F-REAPERTURAS
             END-PERFORM
             CLOSE F-REAPERTURAS
           END-IF
           .
      ******************************************************************
       1300-CARGAR-OPER-COLEGIO.
           EXEC SQL
             OPEN C-OPER-COLEGIO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAG*ERROR*OPEN*CURSOR* ' WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1310-FETCH-OPER-COLEGIO
           PERFORM UNTIL NOT SQL-OK
               IF C-OPER-COL-TABLA >= 500 THEN
                   DISPLAY '*CCPRACAG*TABLA*OPERADOR*COLEGIO*LLENA* '
                       OPERADOR OF DCLNOTAS-HIST ' ' W-COLEGIO-NOTA
               ELSE
                   ADD 1 TO C-OPER-COL-TABLA
                   MOVE OPERADOR OF DCLNOTAS-HIST
                     TO T-OC-OPERADOR (C-OPER-COL-TABLA)
                   MOVE W-COLEGIO-NOTA
                     TO T-OC-COLEGIO (C-OPER-COL-TABLA)
               END-IF
               PERFORM 1310-FETCH-OPER-COLEGIO
           END-PERFORM

           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACAG*ERROR*FETCH*CURSOR* '
                   WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL
             CLOSE C-OPER-COLEGIO
           END-EXEC
           .
      ******************************************************************
       1310-FETCH-OPER-COLEGIO.
           EXEC SQL
             FETCH C-OPER-COLEGIO
               INTO :DCLNOTAS-HIST.OPERADOR,
                    :W-COLEGIO-NOTA,
                    :W-OPER-CUENTA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2000-PUNTUAR-CORRECCIONES.
           EXEC SQL
             OPEN C-CORRECCIONES
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAG*ERROR*OPEN*CURSOR* ' WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 2100-FETCH-CORRECCION
           PERFORM UNTIL NOT SQL-OK
               ADD 1 TO C-CORRECCIONES
               PERFORM 2200-PUNTUAR-UNA
               IF WS-PUNTOS > 0 THEN
                   PERFORM 2300-SOLTAR-SOSPECHA
               END-IF
               PERFORM 2100-FETCH-CORRECCION
           END-PERFORM

           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACAG*ERROR*FETCH*CURSOR* '
                   WS-SQL-MENSAJE
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL
             CLOSE C-CORRECCIONES
           END-EXEC
           EXEC SQL
             COMMIT
           END-EXEC
           .
      ******************************************************************
       2100-FETCH-CORRECCION.
           EXEC SQL
             FETCH C-CORRECCIONES
               INTO :W-COLEGIO-NOTA,
                    :DCLNOTAS-HIST.NIF,
                    :DCLNOTAS-HIST.ASIGNATURA,
                    :DCLNOTAS-HIST.ANO-ACADEMICO,
                    :DCLNOTAS-HIST.TRIMESTRE,
                    :DCLNOTAS-HIST.CONVOCATORIA,
                    :DCLNOTAS-HIST.NOTA-ANTERIOR,
                    :DCLNOTAS-HIST.NOTA-NUEVA,
                    :DCLNOTAS-HIST.TS-CAMBIO,
                    :DCLNOTAS-HIST.MOTIVO,
                    :DCLNOTAS-HIST.OPERADOR,
                    :W-VECES-CORREGIDA,
                    :W-OPER-ALUMNO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2200-PUNTUAR-UNA.
           MOVE 0 TO WS-PUNTOS
           MOVE SPACES TO WS-PATRONES
           MOVE SPACES TO WS-AUTORIZO

           IF NOTA-ANTERIOR OF DCLNOTAS-HIST >= 4
               AND NOTA-ANTERIOR OF DCLNOTAS-HIST < 5
               AND NOTA-NUEVA OF DCLNOTAS-HIST = 5 THEN
             MOVE 'L' TO WS-PAT-LIMITE
             ADD 4 TO WS-PUNTOS
             ADD 1 TO C-LIMITE-CINCO
           END-IF

      *    UN CAMBIO DEL MISMO DIA DEL CIERRE O POSTERIOR SE DA POR
      *    HECHO CON EL TRIMESTRE CERRADO
           PERFORM VARYING WS-IDX-CIERRE FROM 1 BY 1
                   UNTIL WS-IDX-CIERRE > C-CIERRES-TABLA
             IF T-CI-ANO (WS-IDX-CIERRE)
                   = ANO-ACADEMICO OF DCLNOTAS-HIST
                 AND T-CI-TRIM (WS-IDX-CIERRE)
                   = TRIMESTRE OF DCLNOTAS-HIST
                 AND TS-CAMBIO OF DCLNOTAS-HIST (1:8)
                   >= T-CI-FECHA (WS-IDX-CIERRE) THEN
               MOVE 'C' TO WS-PAT-CIERRE
             END-IF
           END-PERFORM
           IF WS-PAT-CIERRE = 'C' THEN
             ADD 3 TO WS-PUNTOS
             ADD 1 TO C-TRAS-CIERRE
             PERFORM VARYING WS-IDX-REAP FROM 1 BY 1
                     UNTIL WS-IDX-REAP > C-REAPERTURAS
               IF T-RE-ANO (WS-IDX-REAP)
                     = ANO-ACADEMICO OF DCLNOTAS-HIST
                   AND T-RE-TRIM (WS-IDX-REAP)
                     = TRIMESTRE OF DCLNOTAS-HIST THEN
                 MOVE T-RE-OPERADOR (WS-IDX-REAP) TO WS-AUTORIZO
               END-IF
             END-PERFORM
           END-IF

           IF W-VECES-CORREGIDA > 1 THEN
             MOVE 'R' TO WS-PAT-REPETIDA
             ADD 2 TO WS-PUNTOS
             ADD 1 TO C-REPETIDAS
           END-IF

           IF W-OPER-ALUMNO >= WS-UMBRAL-ALUMNO THEN
             MOVE 'A' TO WS-PAT-ALUMNO
             ADD 2 TO WS-PUNTOS
             ADD 1 TO C-OPER-ALUMNO
           END-IF

           PERFORM VARYING WS-IDX-OPER-COL FROM 1 BY 1
                   UNTIL WS-IDX-OPER-COL > C-OPER-COL-TABLA
                      OR WS-PAT-COLEGIO = 'O'
             IF T-OC-OPERADOR (WS-IDX-OPER-COL)
                   = OPERADOR OF DCLNOTAS-HIST
                 AND T-OC-COLEGIO (WS-IDX-OPER-COL)
                   = W-COLEGIO-NOTA THEN
               MOVE 'O' TO WS-PAT-COLEGIO
               ADD 1 TO WS-PUNTOS
               ADD 1 TO C-OPER-COLEGIO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2300-SOLTAR-SOSPECHA.
           INITIALIZE REG-SOSPECHA
           MOVE WS-PUNTOS                      TO SO-PUNTOS
           MOVE TS-CAMBIO OF DCLNOTAS-HIST     TO SO-TS-CAMBIO
           MOVE NIF OF DCLNOTAS-HIST           TO SO-NIF
           MOVE W-COLEGIO-NOTA                 TO SO-COLEGIO
           MOVE ASIGNATURA OF DCLNOTAS-HIST    TO SO-ASIGNATURA
           MOVE ANO-ACADEMICO OF DCLNOTAS-HIST TO SO-ANO
           MOVE TRIMESTRE OF DCLNOTAS-HIST     TO SO-TRIMESTRE
           MOVE CONVOCATORIA OF DCLNOTAS-HIST  TO SO-CONVOCATORIA
           MOVE NOTA-ANTERIOR OF DCLNOTAS-HIST TO SO-NOTA-ANTERIOR
           MOVE NOTA-NUEVA OF DCLNOTAS-HIST    TO SO-NOTA-NUEVA
           MOVE MOTIVO OF DCLNOTAS-HIST        TO SO-MOTIVO
           MOVE OPERADOR OF DCLNOTAS-HIST      TO SO-OPERADOR
           MOVE WS-PATRONES                    TO SO-PATRONES
           IF W-VECES-CORREGIDA > 99 THEN
             MOVE 99 TO SO-VECES
           ELSE
             MOVE W-VECES-CORREGIDA TO SO-VECES
           END-IF
           MOVE WS-AUTORIZO                    TO SO-AUTORIZO
           RELEASE REG-SOSPECHA
           ADD 1 TO C-SOSPECHOSAS
           .
      ******************************************************************
       3000-LISTAR-REVISION.
           MOVE WS-FECHA-DESDE TO LAC-DESDE
           MOVE WS-FECHA-HASTA TO LAC-HASTA
           WRITE LINEA-LISTADO FROM LINEA-AUD-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-AUD-LEYENDA
           WRITE LINEA-LISTADO FROM LINEA-AUD-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-AUD-COLUMNAS
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-SOSPECHA
           PERFORM UNTIL FIN-DE-SORT
             PERFORM 3200-LINEA-DE-REVISION
             PERFORM 3100-RETURN-SOSPECHA
           END-PERFORM
           .
      ******************************************************************
       3100-RETURN-SOSPECHA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-LINEA-DE-REVISION.
           ADD 1 TO C-LISTADAS
           MOVE C-LISTADAS          TO LAD-ORDEN
           MOVE SO-PUNTOS           TO LAD-PUNTOS
           MOVE SO-NIF              TO LAD-NIF
           MOVE SO-COLEGIO          TO LAD-COLEGIO
           MOVE SO-ASIGNATURA       TO LAD-ASIGNATURA
           MOVE SO-ANO              TO LAD-ANO
           MOVE SO-TRIMESTRE        TO LAD-TRIMESTRE
           MOVE SO-CONVOCATORIA     TO LAD-CONVOC
           MOVE SO-NOTA-ANTERIOR    TO LAD-NOTA-ANTES
           MOVE SO-NOTA-NUEVA       TO LAD-NOTA-NUEVA
           MOVE SO-TS-CAMBIO (1:8)  TO LAD-FECHA
           MOVE SO-TS-CAMBIO (9:2)  TO LAD-HH
           MOVE SO-TS-CAMBIO (11:2) TO LAD-MI
           MOVE SO-TS-CAMBIO (13:2) TO LAD-SS
           MOVE SO-MOTIVO           TO LAD-MOTIVO
           MOVE SO-OPERADOR         TO LAD-OPERADOR
           MOVE SO-PATRONES         TO LAD-PATRONES
           MOVE SO-VECES            TO LAD-VECES
           MOVE SO-AUTORIZO         TO LAD-AUTORIZO
           WRITE LINEA-LISTADO FROM LINEA-AUD-DATOS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'CORRECCIONES DEL PERIODO: ' C-CORRECCIONES
           DISPLAY 'CON ALGUN PATRON:         ' C-SOSPECHOSAS
           DISPLAY '  DE 4,X A 5,0:           ' C-LIMITE-CINCO
           DISPLAY '  TRAS CIERRE:            ' C-TRAS-CIERRE
           DISPLAY '  NOTA REPETIDA:          ' C-REPETIDAS
           DISPLAY '  OPERADOR-ALUMNO:        ' C-OPER-ALUMNO
           DISPLAY '  OPERADOR-COLEGIO:       ' C-OPER-COLEGIO
           DISPLAY 'OPERADOR+COLEGIO EN UMBRAL: ' C-OPER-COL-TABLA
           CLOSE F-LISTADO
           MOVE C-CORRECCIONES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAG' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
