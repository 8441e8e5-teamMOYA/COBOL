      *                 CALCULO. LAS CONSULTAS (CCPRAC07/CCPRAC24)     *
      *                 LEEN ESTE RESUMEN EN VEZ DE BARRER NOTAS, E    *
      *                 IMPRIMEN EL SELLO PARA QUE EL USUARIO SEPA DE  *
      *                 QUE NOCHE SON LOS DATOS. LA REGENERACION VA    *
      *                 COLEGIO A COLEGIO (BORRADO E INSERCION DEL     *
      *                 COLEGIO EN UNA UNIDAD DE TRABAJO) Y TRAS CADA  *
      *                 COMMIT SE GRABA EL CHECKPOINT COMPARTIDO       *
      *                 (MODCHKPT) CON EL ULTIMO COLEGIO Y EL SELLO;   *
      *                 CON REINICIO 'S' EN SYSIN SE SIGUE DESDE EL    *
      *                 COLEGIO SIGUIENTE CON EL MISMO SELLO.          *
      *                 LAS NOTAS DE ASIGNATURAS NO COMPUTABLES EN EL  *
      *                 PLAN DE ESTUDIOS DEL CURSO DEL ALUMNO          *
      *                 (MODPLANE) SE SUMAN APARTE (CT_NO_COMPUT Y     *
      *                 SUMA_NO_COMPUT) Y NO ENTRAN EN CT_ALUMNOS NI   *
      *                 SUMA_NOTAS, DE LAS QUE SALEN LAS MEDIAS.       *
      *                 EL MAPA DEL PLAN SE MONTA PARA CADA COLEGIO    *
      *                 CON LA ETAPA EDUCATIVA DE CADA CURSO EN ESE    *
      *                 COLEGIO (MODETAPA).                            *
      *                 SI EL CHECKPOINT NO SE PUEDE GRABAR EL         *
      *                 PROGRAMA SE PARA CON RC 12: SEGUIR SIN EL      *
      *                 DEJARIA UN REINICIO SIN PUNTO DE PARTIDA       *
      *                 FIABLE.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-REINICIO-FLAG     PIC X.
               88 REINICIO-SOLICITADO VALUE 'S'.
           05 FILLER               PIC X(79).

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.
       01 WS-FECHA-CALCULO        PIC X(8).

       01 W-FILAS-GENERADAS       PIC S9(9) USAGE COMP.
       01 W-COLEGIO               PIC S9(4) USAGE COMP.
       01 WS-COLEGIO-REINICIO     PIC S9(4) USAGE COMP VALUE -1.
       01 C-COLEGIOS              PIC 9(4) VALUE 0.

      *    MAPA CURSO X ASIGNATURA DEL PLAN: LA POSICION
      *    (CURSO - 1) * 6 + ASIGNATURA VALE 'N' SI NO ES COMPUTABLE
       01 W-MAPA-PLAN             PIC X(36).
       01 W-IDX-MAPA              PIC 99.
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

       01 W-CHECKPOINT.
           05 W-CHK-CLAVE.
               10 W-CHK-COLEGIO    PIC 9(4).
               10 FILLER           PIC X.
               10 W-CHK-FECHA      PIC X(8).
               10 FILLER           PIC X(7).
           05 W-CHK-PASO           PIC X.
           05 W-CHK-CONTADORES.
               10 W-CHK-CONTADOR   PIC 9(9) OCCURS 4.
           05 W-CHK-RESULTADO      PIC X.
               88 W-CHK-ENCONTRADO      VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
             INCLUDE SQLCA
           END-EXEC.

      *    TODO COLEGIO CON ALUMNOS, CON NOTAS SELLADAS O CON FILAS
      *    VIEJAS EN EL RESUMEN (QUE ASI SE LIMPIAN); WITH HOLD PARA
      *    SOBREVIVIR AL COMMIT DE CADA COLEGIO
           EXEC SQL
             DECLARE C-COLEGIOS CURSOR WITH HOLD FOR
               SELECT COD_COLEGIO FROM ALUMNOS
                WHERE COD_COLEGIO > :WS-COLEGIO-REINICIO
               UNION
               SELECT COD_COLEGIO FROM NOTAS
                WHERE COD_COLEGIO > :WS-COLEGIO-REINICIO
               UNION
               SELECT COD_COLEGIO FROM MEDIAS_COLEGIO
                WHERE COD_COLEGIO > :WS-COLEGIO-REINICIO
                ORDER BY 1
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO WS-FECHA-CALCULO
           ACCEPT LINEA-SYSIN
           IF REINICIO-SOLICITADO THEN
               PERFORM 1050-LEER-CHECKPOINT
           END-IF
           PERFORM 1070-ABRIR-PLAN
           .
      ******************************************************************
       1050-LEER-CHECKPOINT.
           CALL "MODCHKPT" USING 'L' 'CCPRAC64' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF W-CHK-ENCONTRADO THEN
               MOVE W-CHK-COLEGIO      TO WS-COLEGIO-REINICIO
               MOVE W-CHK-FECHA        TO WS-FECHA-CALCULO
               MOVE W-CHK-CONTADOR (1) TO C-COLEGIOS
               DISPLAY '*CCPRAC64*REINICIO*DESDE*CHECKPOINT* COLEGIO '
                   W-CHK-COLEGIO ' SELLO ' W-CHK-FECHA
           ELSE
               DISPLAY '*CCPRAC64*AVISO*NO*EXISTE*CHECKPOINT* '
                   '- SE REGENERA DESDE EL PRINCIPIO'
           END-IF
           .
      ******************************************************************
       1060-GRABAR-CHECKPOINT.
           MOVE SPACES           TO W-CHK-CLAVE
           MOVE W-COLEGIO        TO W-CHK-COLEGIO
           MOVE WS-FECHA-CALCULO TO W-CHK-FECHA
           MOVE SPACE            TO W-CHK-PASO
           INITIALIZE W-CHK-CONTADORES
           MOVE C-COLEGIOS       TO W-CHK-CONTADOR (1)
           CALL "MODCHKPT" USING 'G' 'CCPRAC64' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF NOT W-CHK-ENCONTRADO THEN
               DISPLAY '*CCPRAC64*ABEND*ERROR*GRABAR*CHECKPOINT* '
                   'COLEGIO '
                   W-CHK-COLEGIO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1070-ABRIR-PLAN.
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
       2000-REFRESCAR.
           EXEC SQL
             OPEN C-COLEGIOS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM 3900-ABORT-SQL
           END-IF
           PERFORM 2100-FETCH-COLEGIO
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2200-REFRESCAR-COLEGIO
               PERFORM 2100-FETCH-COLEGIO
           END-PERFORM
           IF SQLCODE NOT = 100 THEN
               PERFORM 3900-ABORT-SQL
           END-IF
           EXEC SQL
             CLOSE C-COLEGIOS
           END-EXEC

           EXEC SQL
             SELECT COUNT(*)
               INTO :W-FILAS-GENERADAS
               FROM MEDIAS_COLEGIO
           END-EXEC

           DISPLAY 'MEDIAS_COLEGIO REFRESCADA CON '
               W-FILAS-GENERADAS ' FILAS, SELLO ' WS-FECHA-CALCULO
           DISPLAY 'COLEGIOS REGENERADOS: ' C-COLEGIOS
           .
      ******************************************************************
       2100-FETCH-COLEGIO.
           EXEC SQL
             FETCH C-COLEGIOS
               INTO :W-COLEGIO
           END-EXEC
           .
      ******************************************************************
       2150-MAPA-PLAN-COLEGIO.
      *    EL PLAN DE CADA CURSO ES EL DE SU ETAPA EN EL COLEGIO QUE
      *    SE REGENERA; UN COLEGIO FUERA DE 0-99 NO TIENE ETAPAS Y
      *    USA EL PLAN GENERAL
           PERFORM VARYING W-PLA-CURSO FROM 1 BY 1
                   UNTIL W-PLA-CURSO > 6
               IF W-COLEGIO >= 0 AND W-COLEGIO <= 99 THEN
                   MOVE W-COLEGIO   TO W-ET-COLEGIO
                   MOVE W-PLA-CURSO TO W-ET-CURSO
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
       2200-REFRESCAR-COLEGIO.
           PERFORM 2150-MAPA-PLAN-COLEGIO
           EXEC SQL
             DELETE FROM MEDIAS_COLEGIO
              WHERE COD_COLEGIO = :W-COLEGIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               PERFORM 3900-ABORT-SQL

      *    MANDA EL COLEGIO DE EVALUACION SELLADO EN LA NOTA; LAS
      *    FILAS ANTERIORES AL SELLO (0) SE RESUELVEN POR ALUMNOS,
      *    COMO SIEMPRE. LA MARCA COMPUTABLE SALE DEL MAPA DEL PLAN
      *    POR EL CURSO DEL ALUMNO (FUERA DE 1-6, COMPUTABLE)
           EXEC SQL
             INSERT INTO MEDIAS_COLEGIO
                    (COD_COLEGIO, ASIGNATURA, ANO_ACADEMICO,
                     CT_ALUMNOS, SUMA_NOTAS, FECHA_CALCULO,
                     CT_NO_COMPUT, SUMA_NO_COMPUT)
             SELECT X.COLEGIO, X.ASIGNATURA, X.ANO,
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 0 ELSE 1 END),
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 0 ELSE X.NOTA END),
                    :WS-FECHA-CALCULO,
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN X.NOTA ELSE 0 END)
               FROM (SELECT CASE WHEN N.COD_COLEGIO > 0
                                 THEN N.COD_COLEGIO
                                 ELSE A.COD_COLEGIO END AS COLEGIO,
                            N.ASIGNATURA,
                            N.ANO_ACADEMICO AS ANO,
                            N.NOTA,
                            CASE WHEN A.CURSO BETWEEN 1 AND 6
                                  AND N.ASIGNATURA BETWEEN 1 AND 6
                                 THEN SUBSTR(:W-MAPA-PLAN,
                                      (A.CURSO - 1) * 6
                                      + N.ASIGNATURA, 1)
                                 ELSE 'S' END AS COMPUTABLE
                       FROM NOTAS N, ALUMNOS A
                      WHERE N.NIF = A.NIF) X
              WHERE X.COLEGIO = :W-COLEGIO
              GROUP BY X.COLEGIO, X.ASIGNATURA, X.ANO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               PERFORM 3900-ABORT-SQL
           END-IF

           EXEC SQL
             COMMIT
           END-EXEC
           ADD 1 TO C-COLEGIOS
           PERFORM 1060-GRABAR-CHECKPOINT
           .
      ******************************************************************
       3900-ABORT-SQL.
           .
      ******************************************************************
       4000-FIN.
      *    TERMINADO BIEN: SIN CHECKPOINT VIVO
           CALL "MODCHKPT" USING 'B' 'CCPRAC64' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
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
           MOVE W-FILAS-GENERADAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC64' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
