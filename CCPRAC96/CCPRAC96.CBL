      *                 LISTA DE NIF CUYOS BOLETINES HAY QUE           *
      *                 REIMPRIMIR. EL TIMESTAMP DE CONTROL SOLO       *
      *                 AVANZA SI LA PASADA TERMINA BIEN.              *
      *                 EL REAGREGADO SEPARA, COMO CCPRAC64, LAS NOTAS *
      *                 DE ASIGNATURAS NO COMPUTABLES EN EL PLAN DEL   *
      *                 CURSO DEL ALUMNO (CT_NO_COMPUT Y               *
      *                 SUMA_NO_COMPUT).                               *
      *                 EL MAPA DEL PLAN SE MONTA PARA EL COLEGIO DE   *
      *                 CADA TERNA CON LA ETAPA EDUCATIVA DE CADA      *
      *                 CURSO EN ESE COLEGIO (MODETAPA).               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NIF-ANTERIOR         PIC X(9) VALUE LOW-VALUES.
       01 W-CT-NOTAS              PIC S9(9) USAGE COMP.
       01 W-SUMA-NOTAS            PIC S9(8)V9 COMP-3.
       01 W-CT-NO-COMPUT          PIC S9(9) USAGE COMP.
       01 W-SUMA-NO-COMPUT        PIC S9(8)V9 COMP-3.

      *    MAPA CURSO X ASIGNATURA DEL PLAN: LA POSICION
      *    (CURSO - 1) * 6 + ASIGNATURA VALE 'N' SI NO ES COMPUTABLE
       01 W-MAPA-PLAN             PIC X(36).
       01 W-IDX-MAPA              PIC 99.
       01 WS-COLEGIO-MAPA         PIC S9(4) USAGE COMP VALUE -1.
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
       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           PERFORM 1100-LEER-CONTROL
           PERFORM 1200-ABRIR-PLAN

           OPEN OUTPUT F-AVISOS
           IF NOT FS-AVISOS-OK THEN
           END-IF
           MOVE WS-ULTIMO-TS TO WS-TS-MAXIMO
           .
      ******************************************************************
       1200-ABRIR-PLAN.
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
           .
      ******************************************************************
       2000-PROCESO-CAMBIOS.
           EXEC SQL
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2150-MAPA-PLAN-COLEGIO.
      *    EL PLAN DE CADA CURSO ES EL DE SU ETAPA EN EL COLEGIO DE LA
      *    TERNA; EL MAPA SOLO SE REHACE AL CAMBIAR DE COLEGIO. UN
      *    COLEGIO FUERA DE 0-99 NO TIENE ETAPAS Y USA EL PLAN GENERAL
           MOVE WS-TA-COLEGIO TO WS-COLEGIO-MAPA
           PERFORM VARYING W-PLA-CURSO FROM 1 BY 1
                   UNTIL W-PLA-CURSO > 6
               IF WS-TA-COLEGIO >= 0 AND WS-TA-COLEGIO <= 99 THEN
                   MOVE WS-TA-COLEGIO TO W-ET-COLEGIO
                   MOVE W-PLA-CURSO   TO W-ET-CURSO
                   CALL "MODETAPA" USING 'L' W-ET-COLEGIO
                                          W-ET-CURSO W-ET-ETAPA
                                          W-ET-NOMBRE W-ET-ORDEN
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
               PERFORM VARYING W-PLA-ASIG FROM 1 BY 1
                       UNTIL W-PLA-ASIG > 6
                   CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                          W-PLA-TIPO W-PLA-ENCONTRADO
                                          W-PLA-COMPUTABLE
                   END-CALL
                   COMPUTE W-IDX-MAPA =
                       (W-PLA-CURSO - 1) * 6 + W-PLA-ASIG
                   END-COMPUTE
                   MOVE W-PLA-COMPUTABLE TO W-MAPA-PLAN (W-IDX-MAPA:1)
               END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       2200-REFRESCAR-TERNA.
           ADD 1 TO C-TERNAS
           IF WS-TA-COLEGIO NOT = WS-COLEGIO-MAPA THEN
             PERFORM 2150-MAPA-PLAN-COLEGIO
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN X.COMPUTABLE = 'N'
                                      THEN 0 ELSE 1 END), 0),
                    COALESCE(SUM(CASE WHEN X.COMPUTABLE = 'N'
                                      THEN 0 ELSE X.NOTA END), 0),
                    COALESCE(SUM(CASE WHEN X.COMPUTABLE = 'N'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN X.COMPUTABLE = 'N'
                                      THEN X.NOTA ELSE 0 END), 0)
               INTO :W-CT-NOTAS, :W-SUMA-NOTAS,
                    :W-CT-NO-COMPUT, :W-SUMA-NO-COMPUT
               FROM (SELECT N.NOTA,
                            CASE WHEN A.CURSO BETWEEN 1 AND 6
                                  AND N.ASIGNATURA BETWEEN 1 AND 6
                                 THEN SUBSTR(:W-MAPA-PLAN,
                                      (A.CURSO - 1) * 6
                                      + N.ASIGNATURA, 1)
                                 ELSE 'S' END AS COMPUTABLE
                       FROM NOTAS N, ALUMNOS A
                      WHERE N.NIF = A.NIF
                        AND CASE WHEN N.COD_COLEGIO > 0
                                 THEN N.COD_COLEGIO
                                 ELSE A.COD_COLEGIO END
                            = :WS-TA-COLEGIO
                        AND N.ASIGNATURA = :WS-TA-ASIGNATURA
                        AND N.ANO_ACADEMICO = :WS-TA-ANO) X
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY '*CCPRAC96*ERROR*REAGREGAR* ' SQLCODE
             UPDATE MEDIAS_COLEGIO
                SET CT_ALUMNOS = :W-CT-NOTAS,
                    SUMA_NOTAS = :W-SUMA-NOTAS,
                    FECHA_CALCULO = :WS-FH-AAAAMMDD,
                    CT_NO_COMPUT = :W-CT-NO-COMPUT,
                    SUMA_NO_COMPUT = :W-SUMA-NO-COMPUT
              WHERE COD_COLEGIO = :WS-TA-COLEGIO
                AND ASIGNATURA = :WS-TA-ASIGNATURA
                AND ANO_ACADEMICO = :WS-TA-ANO
             INSERT INTO MEDIAS_COLEGIO
              VALUES (:WS-TA-COLEGIO, :WS-TA-ASIGNATURA,
                      :WS-TA-ANO, :W-CT-NOTAS, :W-SUMA-NOTAS,
                      :WS-FH-AAAAMMDD, :W-CT-NO-COMPUT,
                      :W-SUMA-NO-COMPUT)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1 TO C-INSERTADAS
           DISPLAY 'BOLETINES A REIMP.: ' C-NIF-REIMPRIMIR
           CLOSE F-AVISOS
           CLOSE F-REIMPRIMIR
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
           MOVE C-CAMBIOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC96' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
