      *                 LOS REGISTROS COPIADOS, PARA QUE CCPRAC52      *
      *                 PUEDA RESTAURAR Y CCPRAC19 LEER EL ARCHIVO     *
      *                 SIN RECONSTRUIR NADA.                          *
      *                 LOS AGREGADOS SEPARAN LAS NOTAS DE ASIGNATURAS *
      *                 NO COMPUTABLES EN EL PLAN DEL CURSO DEL ALUMNO *
      *                 (MODPLANE) EN CT_NO_COMPUT/SUMA_NO_COMPUT.     *
      *                 EL PLAN DE CADA CURSO ES EL DE SU ETAPA        *
      *                 EDUCATIVA EN EL COLEGIO DEL ALUMNO (MODETAPA); *
      *                 EL MAPA LLEVA UN TRAMO POR COLEGIO.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-ANO-LIMITE-COMP       PIC S9(4) USAGE COMP.

      *    MAPA COLEGIO X CURSO X ASIGNATURA DEL PLAN: LA POSICION
      *    COLEGIO * 36 + (CURSO - 1) * 6 + ASIGNATURA VALE 'N' SI NO
      *    ES COMPUTABLE
       01 W-MAPA-PLAN              PIC X(3600).
       01 W-IDX-MAPA               PIC 9(4).
       01 W-COLEGIO-MAPA           PIC 999.
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

       01 C-CONTADORES.
           05 C-ARCHIVADOS         PIC 9(6) VALUE 0.
           05 C-PURGADOS           PIC 9(6) VALUE 0.
       1500-GUARDAR-AGREGADOS.
      *    IDEMPOTENTE: EN UN REINICIO SE REGENERAN LOS AGREGADOS DE
      *    LO QUE QUEDE VIVO SIN DUPLICAR LO YA GUARDADO
           PERFORM 1550-CARGAR-MAPA-PLAN
           EXEC SQL
             DELETE FROM MEDIAS_HIST
              WHERE ANO_ACADEMICO < :WS-ANO-LIMITE-COMP
           EXEC SQL
             INSERT INTO MEDIAS_HIST
                    (ANO_ACADEMICO, COD_COLEGIO, ASIGNATURA,
                     CT_ALUMNOS, SUMA_NOTAS,
                     CT_NO_COMPUT, SUMA_NO_COMPUT)
             SELECT X.ANO, X.COLEGIO, X.ASIGNATURA,
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 0 ELSE 1 END),
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 0 ELSE X.NOTA END),
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN X.COMPUTABLE = 'N'
                             THEN X.NOTA ELSE 0 END)
               FROM (SELECT N.ANO_ACADEMICO AS ANO,
                            A.COD_COLEGIO AS COLEGIO,
                            N.ASIGNATURA, N.NOTA,
                            CASE WHEN A.CURSO BETWEEN 1 AND 6
                                  AND N.ASIGNATURA BETWEEN 1 AND 6
                                  AND A.COD_COLEGIO BETWEEN 0 AND 99
                                 THEN SUBSTR(:W-MAPA-PLAN,
                                      A.COD_COLEGIO * 36
                                      + (A.CURSO - 1) * 6
                                      + N.ASIGNATURA, 1)
                                 ELSE 'S' END AS COMPUTABLE
                       FROM NOTAS N, ALUMNOS A
                      WHERE N.NIF = A.NIF
                        AND N.ANO_ACADEMICO < :WS-ANO-LIMITE-COMP) X
              GROUP BY X.ANO, X.COLEGIO, X.ASIGNATURA
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
               EXEC SQL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1550-CARGAR-MAPA-PLAN.
      *    CADA COLEGIO TIENE SU TRAMO DEL MAPA: EL PLAN DE CADA CURSO
      *    ES EL DE SU ETAPA EN ESE COLEGIO
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
           PERFORM VARYING W-COLEGIO-MAPA FROM 0 BY 1
                   UNTIL W-COLEGIO-MAPA > 99
             PERFORM VARYING W-PLA-CURSO FROM 1 BY 1
                     UNTIL W-PLA-CURSO > 6
               MOVE W-COLEGIO-MAPA TO W-ET-COLEGIO
               MOVE W-PLA-CURSO    TO W-ET-CURSO
               CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                      W-ET-ETAPA W-ET-NOMBRE
                                      W-ET-ORDEN W-ET-ULTIMO
                                      W-ET-SIGUIENTE W-ET-CURSO-SIG
                                      W-ET-TITULA W-ET-ENCONTRADO
               END-CALL
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
                   COMPUTE W-IDX-MAPA = W-COLEGIO-MAPA * 36
                       + (W-PLA-CURSO - 1) * 6 + W-PLA-ASIG
                   END-COMPUTE
                   MOVE W-PLA-COMPUTABLE TO W-MAPA-PLAN (W-IDX-MAPA:1)
               END-PERFORM
             END-PERFORM
           END-PERFORM
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
           .
      ******************************************************************
       2000-ARCHIVAR-Y-PURGAR.
           EXEC SQL
