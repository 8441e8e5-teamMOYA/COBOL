       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAU.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PREVISION PLURIANUAL DE MATRICULA POR COLEGIO  *
      *                 Y CURSO PARA PLANIFICAR LA APERTURA DE GRUPOS  *
      *                 Y EL CIERRE DE LINEAS (CCPRAC9B SOLO MIRA EL   *
      *                 ANO SIGUIENTE Y SOLO LA MATRICULA YA HECHA).   *
      *                 DE LOS ANOS DE HISTORIA DE SYSIN ANTERIORES AL *
      *                 ANO BASE SACA LAS TASAS POR CURSO: PROMOCION Y *
      *                 REPETICION DEL HISTORICO DE DECISIONES         *
      *                 RHISTDEC (LAS PENDIENTES SE REPARTEN EN LA     *
      *                 MISMA PROPORCION) Y ABANDONO DEL EXTRACTO      *
      *                 RABANDON DE CCPRAC9O; POR COLEGIO, LA TASA     *
      *                 NETA DE TRASLADOS (RTRASLAD, ENTRADAS MENOS    *
      *                 SALIDAS SOBRE SUS DECISIONES) Y EL INGRESO     *
      *                 ANUAL POR CURSO DE LOS ADMITIDOS DE LA RONDA   *
      *                 DE ADMISION (RSOLICIT DE CCPRAC9G). PARTE DE   *
      *                 LA MATRICULA ACTUAL (TABLA ALUMNOS) Y PROYECTA *
      *                 CINCO ANOS: CADA CURSO RECIBE LOS PROMOCIONADOS*
      *                 DEL ANTERIOR Y SUS REPETIDORES QUE NO          *
      *                 ABANDONAN, MAS EL INGRESO, CORREGIDO POR LOS   *
      *                 TRASLADOS. LOS GRUPOS NECESARIOS SALEN CON LA  *
      *                 RATIO DE SYSIN (REDONDEO HACIA ARRIBA, COMO    *
      *                 CCPRAC9B) Y SE COMPARAN CON LOS GRUPOS         *
      *                 ACTUALES DE RGRUPOS. EL INFORME EMPIEZA POR    *
      *                 LAS TASAS USADAS PARA QUE SE PUEDAN DISCUTIR.  *
      *                 CADA CURSO MUESTRA CUANTAS DE SUS DECISIONES   *
      *                 FUERON POR ACUERDO DE LA JUNTA DE EVALUACION Y *
      *                 NO POR LA REGLA.                               *
      *                 SE ANADE LA PREVISION DE ALUMNOS Y GRUPOS DE   *
      *                 TODOS LOS COLEGIOS AGRUPADA POR ETAPA          *
      *                 EDUCATIVA                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTDEC ASSIGN HISTDEC
               FILE STATUS IS FS-HISTDEC.

           SELECT F-ABANDONOS ASSIGN ABANDONO
               FILE STATUS IS FS-ABANDONOS.

           SELECT F-TRASLADOS ASSIGN TRASLADO
               FILE STATUS IS FS-TRASLADOS.

           SELECT F-SOLICITUDES ASSIGN SOLICITU
               FILE STATUS IS FS-SOLICITUDES.

           SELECT F-GRUPOS ASSIGN GRUPOS
               FILE STATUS IS FS-GRUPOS.

           SELECT F-INFORME ASSIGN INFORME
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD F-HISTDEC
           RECORDING MODE IS F.
           COPY RHISTDEC.

       FD F-ABANDONOS
           RECORDING MODE IS F.
           COPY RABANDON.

       FD F-TRASLADOS
           RECORDING MODE IS F.
           COPY RTRASLAD.

       FD F-SOLICITUDES
           RECORDING MODE IS F.
           COPY RSOLICIT.

       FD F-GRUPOS
           RECORDING MODE IS F.
           COPY RGRUPOS.

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HISTDEC PIC XX.
               88 FS-HISTDEC-OK     VALUE '00'.
           05 FS-ABANDONOS PIC XX.
               88 FS-ABANDONOS-OK   VALUE '00'.
           05 FS-TRASLADOS PIC XX.
               88 FS-TRASLADOS-OK   VALUE '00'.
           05 FS-SOLICITUDES PIC XX.
               88 FS-SOLICITUDES-OK VALUE '00'.
           05 FS-GRUPOS PIC XX.
               88 FS-GRUPOS-OK      VALUE '00'.
           05 FS-INFORME PIC XX.
               88 FS-INFORME-OK     VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO-BASE          PIC 9(4).
           05 WS-ANOS-HISTORIA     PIC 9.
           05 WS-RATIO-ALUMNOS     PIC 99.
           05 FILLER               PIC X(73).

       01 WS-ANO-DESDE            PIC 9(4).

       01 C-CONTADORES.
           05 C-DECISIONES        PIC 9(7) VALUE 0.
           05 C-ABANDONOS         PIC 9(7) VALUE 0.
           05 C-TRASLADOS         PIC 9(7) VALUE 0.
           05 C-ADMITIDOS         PIC 9(7) VALUE 0.
           05 C-GRUPOS            PIC 9(5) VALUE 0.
           05 C-COLEGIOS          PIC 99   VALUE 0.

      *    TASAS POR CURSO: LA PROMOCION Y LA REPETICION SE REPARTEN
      *    LOS QUE NO ABANDONAN
       01 T-TASAS.
           05 T-TA-CURSO OCCURS 6.
               10 T-TA-DECISIONES    PIC 9(7).
               10 T-TA-PROMOCIONAN   PIC 9(7).
               10 T-TA-REPITEN       PIC 9(7).
               10 T-TA-PENDIENTES    PIC 9(7).
               10 T-TA-ABANDONOS     PIC 9(7).
               10 T-TA-ACUERDOS      PIC 9(7).
               10 T-TA-PROMOCION     PIC 9V9(4).
               10 T-TA-REPETICION    PIC 9V9(4).
               10 T-TA-ABANDONO      PIC 9V9(4).

       01 T-COLEGIOS.
           05 T-CO-COLEGIO OCCURS 99.
               10 T-CO-DECISIONES    PIC 9(7).
               10 T-CO-ENTRADAS      PIC 9(5).
               10 T-CO-SALIDAS       PIC 9(5).
               10 T-CO-TRASLADO      PIC S9V9(4).
               10 T-CO-GRUPOS        PIC 999.
               10 T-CO-CURSO OCCURS 6.
                   15 T-CO-ADMITIDOS     PIC 9(4).
      *            ANO 1 ES EL ANO BASE; 2 A 6, LOS CINCO SIGUIENTES
                   15 T-CO-PREVISION     PIC 9(5)V99 OCCURS 6.

       01 WS-COLEGIO              PIC 99.
       01 C-CURSO                 PIC 9.
       01 C-ANO                   PIC 9.
       01 W-CALCULO.
           05 W-ALUMNOS           PIC S9(5)V99.
           05 W-ALUMNOS-ENTERO    PIC 9(5).
           05 W-GRUPOS            PIC 999.
           05 W-DIFERENCIA        PIC S999.
           05 W-PORCENTAJE        PIC S999V99.
       01 W-TOTALES.
           05 W-TO-ADMITIDOS      PIC 9(5).
           05 W-TO-ALUMNOS        PIC 9(6) OCCURS 6.
           05 W-TO-GRUPOS         PIC 9(4) OCCURS 6.

       01 W-CT-FILA               PIC S9(9) USAGE COMP.

      *    PREVISION DE TODOS LOS COLEGIOS POR ETAPA (ORDEN EN EL
      *    FICHERO DE ETAPAS; LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-PREVISION-ETAPA.
           05 T-PE-ETAPA OCCURS 21.
               10 T-PE-ADMITIDOS     PIC 9(6).
               10 T-PE-ALUMNOS       PIC 9(7) OCCURS 6.
               10 T-PE-GRUPOS        PIC 9(5) OCCURS 6.
       01 WS-IDX-ETAPA            PIC 99.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-INF-CABECERA.
           05 FILLER      PIC X(48) VALUE
               'PREVISION PLURIANUAL DE MATRICULA - ANO BASE:   '.
           05 LIC-ANO     PIC 9(4).
           05 FILLER      PIC X(12) VALUE '   HISTORIA '.
           05 LIC-DESDE   PIC 9(4).
           05 FILLER      PIC X     VALUE '-'.
           05 LIC-HASTA   PIC 9(4).
           05 FILLER      PIC X(9)  VALUE '   RATIO '.
           05 LIC-RATIO   PIC Z9.
           05 FILLER      PIC X(18) VALUE ' ALUMNOS POR GRUPO'.
           05 FILLER      PIC X(30) VALUE SPACES.

       01 LINEA-TASAS-TITULO.
           05 FILLER  PIC X(50) VALUE
               'TASAS DE PROGRESION POR CURSO USADAS EN LA PREVISI'.
           05 FILLER  PIC X(2)  VALUE 'ON'.
           05 FILLER  PIC X(80) VALUE SPACES.

       01 LINEA-TASAS-COLUMNAS.
           05 FILLER  PIC X(6)  VALUE 'CURSO '.
           05 FILLER  PIC X(11) VALUE ' DECISIONES'.
           05 FILLER  PIC X(11) VALUE ' PROMOCIONA'.
           05 FILLER  PIC X(9)  VALUE '   REPITE'.
           05 FILLER  PIC X(10) VALUE ' PENDIENTE'.
           05 FILLER  PIC X(10) VALUE ' ABANDONOS'.
           05 FILLER  PIC X(12) VALUE ' %PROMOCION'.
           05 FILLER  PIC X(12) VALUE ' %REPETICION'.
           05 FILLER  PIC X(12) VALUE '  %ABANDONO'.
           05 FILLER  PIC X(10) VALUE '  ACUERDOS'.
           05 FILLER  PIC X(29) VALUE SPACES.

       01 LINEA-TASAS-CURSO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LTC-CURSO     PIC 9.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 LTC-DECISIONES PIC ZZZZZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LTC-PROMOCIONAN PIC ZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LTC-REPITEN   PIC ZZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LTC-PENDIENTES PIC ZZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LTC-ABANDONOS PIC ZZZZZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LTC-PROMOCION PIC ZZ9,99.
           05 FILLER        PIC X     VALUE '%'.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LTC-REPETICION PIC ZZ9,99.
           05 FILLER        PIC X     VALUE '%'.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LTC-ABANDONO  PIC ZZ9,99.
           05 FILLER        PIC X     VALUE '%'.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LTC-ACUERDOS  PIC ZZZZZZ9.
           05 FILLER        PIC X(29) VALUE SPACES.

       01 LINEA-COLEGIO.
           05 FILLER        PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-COLEGIO   PIC Z9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCO-NOMBRE    PIC X(15).
           05 FILLER        PIC X(21) VALUE
               '  TRASLADOS ENTRADAS '.
           05 LCO-ENTRADAS  PIC ZZZZ9.
           05 FILLER        PIC X(9)  VALUE ' SALIDAS '.
           05 LCO-SALIDAS   PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE ' DECISIONES '.
           05 LCO-DECISIONES PIC ZZZZZZ9.
           05 FILLER        PIC X(13) VALUE ' TASA NETA: '.
           05 LCO-TRASLADO  PIC +ZZ9,99.
           05 FILLER        PIC X     VALUE '%'.
           05 FILLER        PIC X(25) VALUE SPACES.

       01 LINEA-ANOS.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 LAN-COLUMNA OCCURS 6.
               10 FILLER        PIC X(5).
               10 LAN-ANO       PIC 9(4).
               10 FILLER        PIC X(5).
           05 FILLER        PIC X(36) VALUE SPACES.

       01 LINEA-COLUMNAS.
           05 FILLER        PIC X(12) VALUE 'CURSO ADMIS.'.
           05 LCL-COLUMNA OCCURS 6.
               10 FILLER        PIC X(14) VALUE '   ALUMN GRU  '.
           05 FILLER        PIC X(36) VALUE SPACES.

       01 LINEA-CURSO.
           05 FILLER        PIC X(2).
           05 LCU-CURSO     PIC X.
           05 FILLER        PIC X(3).
           05 LCU-ADMITIDOS PIC ZZZ9.
           05 FILLER        PIC X(2).
           05 LCU-COLUMNA OCCURS 6.
               10 FILLER        PIC X(2).
               10 LCU-ALUMNOS   PIC ZZZZZ9.
               10 FILLER        PIC X.
               10 LCU-GRUPOS    PIC ZZ9.
               10 FILLER        PIC X(2).
           05 FILLER        PIC X(36).

       01 LINEA-DIFERENCIA.
           05 FILLER        PIC X(12) VALUE 'DIF. GRUPOS '.
           05 LDF-COLUMNA OCCURS 6.
               10 FILLER        PIC X(8).
               10 LDF-DIFERENCIA PIC +ZZ9.
               10 FILLER        PIC X(2).
           05 FILLER        PIC X(36).

       01 LINEA-GRUPOS-ACTUALES.
           05 FILLER        PIC X(28) VALUE
               'GRUPOS ACTUALES (RGRUPOS):  '.
           05 LGA-GRUPOS    PIC ZZ9.
           05 FILLER        PIC X(50) VALUE
               '   (+ GRUPOS A ABRIR / - LINEAS QUE SOBRAN)       '.
           05 FILLER        PIC X(51) VALUE SPACES.

       01 LINEA-ETAPA-TITULO.
           05 FILLER        PIC X(50) VALUE
               'PREVISION POR ETAPA EDUCATIVA (TODOS LOS COLEGIOS)'.
           05 FILLER        PIC X(82) VALUE SPACES.

       01 LINEA-ETAPA-COLUMNAS.
           05 FILLER        PIC X(12) VALUE 'ETAPA ADMIS.'.
           05 LEC-COLUMNA OCCURS 6.
               10 FILLER        PIC X(14) VALUE '   ALUMN  GRU '.
           05 FILLER        PIC X(36) VALUE '  NOMBRE DE LA ETAPA'.

       01 LINEA-ETAPA-PREV.
           05 FILLER        PIC X(2).
           05 LEP-ETAPA     PIC X.
           05 FILLER        PIC X(2).
           05 LEP-ADMITIDOS PIC ZZZZ9.
           05 FILLER        PIC X(2).
           05 LEP-COLUMNA OCCURS 6.
               10 FILLER        PIC X.
               10 LEP-ALUMNOS   PIC ZZZZZZ9.
               10 FILLER        PIC X.
               10 LEP-GRUPOS    PIC ZZZ9.
               10 FILLER        PIC X.
           05 FILLER        PIC X(2).
           05 LEP-NOMBRE    PIC X(20).
           05 FILLER        PIC X(14).

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

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-MATRICULA-ACTUAL CURSOR FOR
               SELECT COD_COLEGIO, CURSO, COUNT(*)
                 FROM ALUMNOS
                GROUP BY COD_COLEGIO, CURSO
                ORDER BY COD_COLEGIO, CURSO
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-DECISIONES
           PERFORM 2100-CARGAR-ABANDONOS
           PERFORM 2200-CARGAR-TRASLADOS
           PERFORM 2300-CARGAR-ADMITIDOS
           PERFORM 2400-CARGAR-GRUPOS
           PERFORM 2500-CARGAR-MATRICULA
           PERFORM 2700-CALCULAR-TASAS
           PERFORM 3000-PROYECTAR
           PERFORM 3500-IMPRIMIR-TASAS
           PERFORM 3600-IMPRIMIR-COLEGIOS
           PERFORM 3800-IMPRIMIR-ETAPAS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-BASE NOT NUMERIC
               OR WS-ANO-BASE = ZERO THEN
             DISPLAY '*CCPRACAU*SYSIN*ANO*INVALIDO*'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-ANOS-HISTORIA NOT NUMERIC
               OR WS-ANOS-HISTORIA = ZERO THEN
             MOVE 3 TO WS-ANOS-HISTORIA
             DISPLAY '*CCPRACAU*SYSIN*SIN*HISTORIA* SE USAN LOS 3 '
                 'ANOS ANTERIORES'
           END-IF
           IF WS-RATIO-ALUMNOS NOT NUMERIC
               OR WS-RATIO-ALUMNOS = ZERO THEN
             MOVE 25 TO WS-RATIO-ALUMNOS
             DISPLAY '*CCPRACAU*SYSIN*SIN*RATIO* SE ASUMEN 25 '
                 'ALUMNOS POR AULA'
           END-IF
           COMPUTE WS-ANO-DESDE = WS-ANO-BASE - WS-ANOS-HISTORIA
           INITIALIZE T-TASAS
           INITIALIZE T-COLEGIOS
           INITIALIZE T-PREVISION-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       2000-CARGAR-DECISIONES.
           OPEN INPUT F-HISTDEC
           IF NOT FS-HISTDEC-OK THEN
               DISPLAY 'ERROR LEER HISTORICO DE DECISIONES'
               DISPLAY FS-HISTDEC
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HISTDEC
           PERFORM UNTIL NOT FS-HISTDEC-OK
      *      LAS DECISIONES ANTERIORES AL ALTA DEL CURSO EN EL
      *      HISTORICO NO LO LLEVAN Y NO CUENTAN
             IF HD-ANO >= WS-ANO-DESDE AND HD-ANO < WS-ANO-BASE
                 AND HD-CURSO NUMERIC
                 AND HD-CURSO >= 1 AND HD-CURSO <= 6 THEN
               ADD 1 TO C-DECISIONES
               MOVE HD-CURSO TO C-CURSO
               ADD 1 TO T-TA-DECISIONES (C-CURSO)
               EVALUATE TRUE
                 WHEN HD-PROMOCIONA
                   ADD 1 TO T-TA-PROMOCIONAN (C-CURSO)
                 WHEN HD-REPITE
                   ADD 1 TO T-TA-REPITEN (C-CURSO)
                 WHEN OTHER
                   ADD 1 TO T-TA-PENDIENTES (C-CURSO)
               END-EVALUATE
               IF HD-POR-ACUERDO THEN
                 ADD 1 TO T-TA-ACUERDOS (C-CURSO)
               END-IF
               IF HD-COLEGIO >= 1 AND HD-COLEGIO <= 99 THEN
                 ADD 1 TO T-CO-DECISIONES (HD-COLEGIO)
               END-IF
             END-IF
             READ F-HISTDEC
           END-PERFORM
           CLOSE F-HISTDEC
           .
      ******************************************************************
       2100-CARGAR-ABANDONOS.
           OPEN INPUT F-ABANDONOS
           IF NOT FS-ABANDONOS-OK THEN
             DISPLAY 'SIN FICHERO DE ABANDONOS - TASA DE ABANDONO '
                 'CERO'
           ELSE
             READ F-ABANDONOS
             PERFORM UNTIL NOT FS-ABANDONOS-OK
               IF BA-ANO >= WS-ANO-DESDE AND BA-ANO < WS-ANO-BASE
                   AND BA-CURSO >= 1 AND BA-CURSO <= 6 THEN
                 ADD 1 TO C-ABANDONOS
                 ADD 1 TO T-TA-ABANDONOS (BA-CURSO)
               END-IF
               READ F-ABANDONOS
             END-PERFORM
             CLOSE F-ABANDONOS
           END-IF
           .
      ******************************************************************
       2200-CARGAR-TRASLADOS.
           OPEN INPUT F-TRASLADOS
           IF NOT FS-TRASLADOS-OK THEN
             DISPLAY 'SIN FICHERO DE TRASLADOS - TASA DE TRASLADO '
                 'CERO'
           ELSE
             READ F-TRASLADOS
             PERFORM UNTIL NOT FS-TRASLADOS-OK
               IF ANO-ACADEMICO OF REG-TRASLADO >= WS-ANO-DESDE
                   AND ANO-ACADEMICO OF REG-TRASLADO < WS-ANO-BASE
                   THEN
                 ADD 1 TO C-TRASLADOS
                 IF COLEGIO-ORIGEN >= 1 AND COLEGIO-ORIGEN <= 99 THEN
                   ADD 1 TO T-CO-SALIDAS (COLEGIO-ORIGEN)
                 END-IF
                 IF COLEGIO-DESTINO >= 1
                     AND COLEGIO-DESTINO <= 99 THEN
                   ADD 1 TO T-CO-ENTRADAS (COLEGIO-DESTINO)
                 END-IF
               END-IF
               READ F-TRASLADOS
             END-PERFORM
             CLOSE F-TRASLADOS
           END-IF
           .
      ******************************************************************
       2300-CARGAR-ADMITIDOS.
      *    LOS ADMITIDOS DE LA ULTIMA RONDA SE TOMAN COMO INGRESO DE
      *    CADA UNO DE LOS CINCO ANOS
           OPEN INPUT F-SOLICITUDES
           IF NOT FS-SOLICITUDES-OK THEN
             DISPLAY 'SIN FICHERO DE SOLICITUDES - SIN INGRESO DE '
                 'ALUMNOS NUEVOS'
           ELSE
             READ F-SOLICITUDES
             PERFORM UNTIL NOT FS-SOLICITUDES-OK
               IF SOL-ADMITIDA
                   AND SOL-COLEGIO >= 1 AND SOL-COLEGIO <= 99
                   AND SOL-CURSO >= 1 AND SOL-CURSO <= 6 THEN
                 ADD 1 TO C-ADMITIDOS
                 ADD 1 TO T-CO-ADMITIDOS (SOL-COLEGIO, SOL-CURSO)
               END-IF
               READ F-SOLICITUDES
             END-PERFORM
             CLOSE F-SOLICITUDES
           END-IF
           .
      ******************************************************************
       2400-CARGAR-GRUPOS.
           OPEN INPUT F-GRUPOS
           IF NOT FS-GRUPOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO GRUPOS'
               DISPLAY FS-GRUPOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-GRUPOS
           PERFORM UNTIL NOT FS-GRUPOS-OK
             IF COD-COLEGIO OF REG-GRUPO >= 1
                 AND COD-COLEGIO OF REG-GRUPO <= 99 THEN
               ADD 1 TO C-GRUPOS
               ADD 1 TO T-CO-GRUPOS (COD-COLEGIO OF REG-GRUPO)
             END-IF
             READ F-GRUPOS
           END-PERFORM
           CLOSE F-GRUPOS
           .
      ******************************************************************
       2500-CARGAR-MATRICULA.
           EXEC SQL
             OPEN C-MATRICULA-ACTUAL
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAU*ERROR*OPEN*MATRICULA* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2600-FETCH-MATRICULA
           PERFORM UNTIL NOT SQL-OK
             IF COD-COLEGIO OF DCLALUMNOS >= 1
                 AND COD-COLEGIO OF DCLALUMNOS <= 99
                 AND CURSO OF DCLALUMNOS >= 1
                 AND CURSO OF DCLALUMNOS <= 6 THEN
               MOVE W-CT-FILA TO T-CO-PREVISION
                   (COD-COLEGIO OF DCLALUMNOS,
                    CURSO OF DCLALUMNOS, 1)
             END-IF
             PERFORM 2600-FETCH-MATRICULA
           END-PERFORM
           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACAU*ERROR*FETCH*MATRICULA* '
                   WS-SQL-MENSAJE
           END-IF
           EXEC SQL
             CLOSE C-MATRICULA-ACTUAL
           END-EXEC
           .
      ******************************************************************
       2600-FETCH-MATRICULA.
           EXEC SQL
             FETCH C-MATRICULA-ACTUAL
               INTO :DCLALUMNOS.COD-COLEGIO,
                    :DCLALUMNOS.CURSO,
                    :W-CT-FILA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2700-CALCULAR-TASAS.
      *    SIN HISTORIA DE UN CURSO SE SUPONE QUE PROMOCIONAN TODOS
           PERFORM VARYING C-CURSO FROM 1 BY 1 UNTIL C-CURSO > 6
             IF T-TA-PROMOCIONAN (C-CURSO) + T-TA-REPITEN (C-CURSO)
                 > 0 THEN
               COMPUTE T-TA-PROMOCION (C-CURSO) ROUNDED =
                   T-TA-PROMOCIONAN (C-CURSO) /
                   (T-TA-PROMOCIONAN (C-CURSO)
                    + T-TA-REPITEN (C-CURSO))
               END-COMPUTE
             ELSE
               MOVE 1 TO T-TA-PROMOCION (C-CURSO)
             END-IF
             COMPUTE T-TA-REPETICION (C-CURSO) =
                 1 - T-TA-PROMOCION (C-CURSO)
             END-COMPUTE
             IF T-TA-DECISIONES (C-CURSO) > 0 THEN
               IF T-TA-ABANDONOS (C-CURSO)
                   < T-TA-DECISIONES (C-CURSO) THEN
                 COMPUTE T-TA-ABANDONO (C-CURSO) ROUNDED =
                     T-TA-ABANDONOS (C-CURSO) /
                     T-TA-DECISIONES (C-CURSO)
                 END-COMPUTE
               ELSE
                 MOVE 1 TO T-TA-ABANDONO (C-CURSO)
               END-IF
             ELSE
               MOVE 0 TO T-TA-ABANDONO (C-CURSO)
             END-IF
           END-PERFORM
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             IF T-CO-DECISIONES (WS-COLEGIO) > 0 THEN
               COMPUTE T-CO-TRASLADO (WS-COLEGIO) ROUNDED =
                   (T-CO-ENTRADAS (WS-COLEGIO)
                    - T-CO-SALIDAS (WS-COLEGIO))
                   / T-CO-DECISIONES (WS-COLEGIO)
                 ON SIZE ERROR
                   MOVE 0 TO T-CO-TRASLADO (WS-COLEGIO)
               END-COMPUTE
             ELSE
               MOVE 0 TO T-CO-TRASLADO (WS-COLEGIO)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-PROYECTAR.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             PERFORM VARYING C-ANO FROM 2 BY 1 UNTIL C-ANO > 6
               PERFORM VARYING C-CURSO FROM 1 BY 1 UNTIL C-CURSO > 6
                 PERFORM 3100-PREVER-CURSO
               END-PERFORM
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3100-PREVER-CURSO.
      *    REPETIDORES DEL PROPIO CURSO MAS INGRESO, MAS LOS
      *    PROMOCIONADOS DEL CURSO ANTERIOR; LOS DE 6 PROMOCIONADOS
      *    SALEN DEL SISTEMA
           COMPUTE W-ALUMNOS ROUNDED =
               T-CO-PREVISION (WS-COLEGIO, C-CURSO, C-ANO - 1)
               * T-TA-REPETICION (C-CURSO)
               * (1 - T-TA-ABANDONO (C-CURSO))
               + T-CO-ADMITIDOS (WS-COLEGIO, C-CURSO)
           END-COMPUTE
           IF C-CURSO > 1 THEN
             COMPUTE W-ALUMNOS ROUNDED = W-ALUMNOS
                 + T-CO-PREVISION (WS-COLEGIO, C-CURSO - 1, C-ANO - 1)
                 * T-TA-PROMOCION (C-CURSO - 1)
                 * (1 - T-TA-ABANDONO (C-CURSO - 1))
             END-COMPUTE
           END-IF
           COMPUTE W-ALUMNOS ROUNDED =
               W-ALUMNOS * (1 + T-CO-TRASLADO (WS-COLEGIO))
           END-COMPUTE
           IF W-ALUMNOS < 0 THEN
             MOVE 0 TO W-ALUMNOS
           END-IF
           MOVE W-ALUMNOS
             TO T-CO-PREVISION (WS-COLEGIO, C-CURSO, C-ANO)
           .
      ******************************************************************
       3500-IMPRIMIR-TASAS.
           MOVE WS-ANO-BASE      TO LIC-ANO
           MOVE WS-ANO-DESDE     TO LIC-DESDE
           COMPUTE LIC-HASTA = WS-ANO-BASE - 1
           MOVE WS-RATIO-ALUMNOS TO LIC-RATIO
           WRITE LINEA-INFORME FROM LINEA-INF-CABECERA
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-TASAS-TITULO
           WRITE LINEA-INFORME FROM LINEA-TASAS-COLUMNAS
           PERFORM VARYING C-CURSO FROM 1 BY 1 UNTIL C-CURSO > 6
             MOVE C-CURSO                     TO LTC-CURSO
             MOVE T-TA-DECISIONES (C-CURSO)   TO LTC-DECISIONES
             MOVE T-TA-PROMOCIONAN (C-CURSO)  TO LTC-PROMOCIONAN
             MOVE T-TA-REPITEN (C-CURSO)      TO LTC-REPITEN
             MOVE T-TA-PENDIENTES (C-CURSO)   TO LTC-PENDIENTES
             MOVE T-TA-ABANDONOS (C-CURSO)    TO LTC-ABANDONOS
             MOVE T-TA-ACUERDOS (C-CURSO)     TO LTC-ACUERDOS
             COMPUTE LTC-PROMOCION ROUNDED =
                 T-TA-PROMOCION (C-CURSO) * 100
             END-COMPUTE
             COMPUTE LTC-REPETICION ROUNDED =
                 T-TA-REPETICION (C-CURSO) * 100
             END-COMPUTE
             COMPUTE LTC-ABANDONO ROUNDED =
                 T-TA-ABANDONO (C-CURSO) * 100
             END-COMPUTE
             WRITE LINEA-INFORME FROM LINEA-TASAS-CURSO
           END-PERFORM
           .
      ******************************************************************
       3600-IMPRIMIR-COLEGIOS.
           MOVE SPACES TO LINEA-ANOS
           PERFORM VARYING C-ANO FROM 1 BY 1 UNTIL C-ANO > 6
             COMPUTE LAN-ANO (C-ANO) = WS-ANO-BASE + C-ANO - 1
           END-PERFORM
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             INITIALIZE W-TOTALES
             PERFORM VARYING C-CURSO FROM 1 BY 1 UNTIL C-CURSO > 6
               ADD T-CO-ADMITIDOS (WS-COLEGIO, C-CURSO)
                 TO W-TO-ADMITIDOS
               ADD T-CO-PREVISION (WS-COLEGIO, C-CURSO, 1)
                 TO W-TO-ALUMNOS (1)
             END-PERFORM
             IF W-TO-ALUMNOS (1) > 0 OR W-TO-ADMITIDOS > 0
                 OR T-CO-GRUPOS (WS-COLEGIO) > 0 THEN
               ADD 1 TO C-COLEGIOS
               PERFORM 3700-IMPRIMIR-COLEGIO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3700-IMPRIMIR-COLEGIO.
           MOVE WS-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF W-COLEGIO-ENCONTRADO THEN
             MOVE W-NOMB-COLEGIO TO LCO-NOMBRE
           ELSE
             MOVE 'COLEGIO DESCON.' TO LCO-NOMBRE
           END-IF
           MOVE WS-COLEGIO                  TO LCO-COLEGIO
           MOVE T-CO-ENTRADAS (WS-COLEGIO)  TO LCO-ENTRADAS
           MOVE T-CO-SALIDAS (WS-COLEGIO)   TO LCO-SALIDAS
           MOVE T-CO-DECISIONES (WS-COLEGIO) TO LCO-DECISIONES
           COMPUTE W-PORCENTAJE ROUNDED =
               T-CO-TRASLADO (WS-COLEGIO) * 100
           END-COMPUTE
           MOVE W-PORCENTAJE TO LCO-TRASLADO
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-COLEGIO
           WRITE LINEA-INFORME FROM LINEA-ANOS
           WRITE LINEA-INFORME FROM LINEA-COLUMNAS
           MOVE 0 TO W-TO-ALUMNOS (1)
           PERFORM VARYING C-CURSO FROM 1 BY 1 UNTIL C-CURSO > 6
             MOVE SPACES    TO LINEA-CURSO
             MOVE C-CURSO   TO LCU-CURSO
             MOVE T-CO-ADMITIDOS (WS-COLEGIO, C-CURSO)
               TO LCU-ADMITIDOS
             PERFORM 3750-ETAPA-DEL-CURSO
             PERFORM VARYING C-ANO FROM 1 BY 1 UNTIL C-ANO > 6
               COMPUTE W-ALUMNOS-ENTERO ROUNDED =
                   T-CO-PREVISION (WS-COLEGIO, C-CURSO, C-ANO)
               END-COMPUTE
               COMPUTE W-GRUPOS =
                   (W-ALUMNOS-ENTERO + WS-RATIO-ALUMNOS - 1)
                   / WS-RATIO-ALUMNOS
               END-COMPUTE
               MOVE W-ALUMNOS-ENTERO TO LCU-ALUMNOS (C-ANO)
               MOVE W-GRUPOS         TO LCU-GRUPOS (C-ANO)
               ADD W-ALUMNOS-ENTERO  TO W-TO-ALUMNOS (C-ANO)
               ADD W-GRUPOS          TO W-TO-GRUPOS (C-ANO)
               ADD W-ALUMNOS-ENTERO
                 TO T-PE-ALUMNOS (WS-IDX-ETAPA, C-ANO)
               ADD W-GRUPOS
                 TO T-PE-GRUPOS (WS-IDX-ETAPA, C-ANO)
             END-PERFORM
             WRITE LINEA-INFORME FROM LINEA-CURSO
           END-PERFORM
           MOVE SPACES         TO LINEA-CURSO
           MOVE 'T'            TO LCU-CURSO
           MOVE W-TO-ADMITIDOS TO LCU-ADMITIDOS
           MOVE SPACES         TO LINEA-DIFERENCIA
           MOVE 'DIF. GRUPOS ' TO LINEA-DIFERENCIA (1:12)
           PERFORM VARYING C-ANO FROM 1 BY 1 UNTIL C-ANO > 6
             MOVE W-TO-ALUMNOS (C-ANO) TO LCU-ALUMNOS (C-ANO)
             MOVE W-TO-GRUPOS (C-ANO)  TO LCU-GRUPOS (C-ANO)
             COMPUTE W-DIFERENCIA =
                 W-TO-GRUPOS (C-ANO) - T-CO-GRUPOS (WS-COLEGIO)
             END-COMPUTE
             MOVE W-DIFERENCIA TO LDF-DIFERENCIA (C-ANO)
           END-PERFORM
           WRITE LINEA-INFORME FROM LINEA-CURSO
           MOVE T-CO-GRUPOS (WS-COLEGIO) TO LGA-GRUPOS
           WRITE LINEA-INFORME FROM LINEA-GRUPOS-ACTUALES
           WRITE LINEA-INFORME FROM LINEA-DIFERENCIA
           .
      ******************************************************************
       3750-ETAPA-DEL-CURSO.
      *    ETAPA A LA QUE PERTENECE EL CURSO EN ESTE COLEGIO
      *    (21 = SIN ETAPA)
           MOVE WS-COLEGIO TO W-ET-COLEGIO
           MOVE C-CURSO TO W-ET-CURSO
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
           ADD T-CO-ADMITIDOS (WS-COLEGIO, C-CURSO)
             TO T-PE-ADMITIDOS (WS-IDX-ETAPA)
           .
      ******************************************************************
       3800-IMPRIMIR-ETAPAS.
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-ETAPA-TITULO
           WRITE LINEA-INFORME FROM LINEA-ANOS
           WRITE LINEA-INFORME FROM LINEA-ETAPA-COLUMNAS
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-PE-ALUMNOS (WS-IDX-ETAPA, 1) > 0
                 OR T-PE-ADMITIDOS (WS-IDX-ETAPA) > 0 THEN
               MOVE SPACES TO LINEA-ETAPA-PREV
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE SPACE       TO LEP-ETAPA
                 MOVE 'SIN ETAPA' TO LEP-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-ETAPA  TO LEP-ETAPA
                 MOVE W-ET-NOMBRE TO LEP-NOMBRE
               END-IF
               MOVE T-PE-ADMITIDOS (WS-IDX-ETAPA) TO LEP-ADMITIDOS
               PERFORM VARYING C-ANO FROM 1 BY 1 UNTIL C-ANO > 6
                 MOVE T-PE-ALUMNOS (WS-IDX-ETAPA, C-ANO)
                   TO LEP-ALUMNOS (C-ANO)
                 MOVE T-PE-GRUPOS (WS-IDX-ETAPA, C-ANO)
                   TO LEP-GRUPOS (C-ANO)
               END-PERFORM
               WRITE LINEA-INFORME FROM LINEA-ETAPA-PREV
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'DECISIONES EN LA HISTORIA: ' C-DECISIONES
           DISPLAY 'ABANDONOS EN LA HISTORIA:  ' C-ABANDONOS
           DISPLAY 'TRASLADOS EN LA HISTORIA:  ' C-TRASLADOS
           DISPLAY 'ADMITIDOS (INGRESO ANUAL): ' C-ADMITIDOS
           DISPLAY 'GRUPOS ACTUALES:           ' C-GRUPOS
           DISPLAY 'COLEGIOS PREVISTOS:        ' C-COLEGIOS
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-INFORME
           MOVE C-DECISIONES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAU' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
