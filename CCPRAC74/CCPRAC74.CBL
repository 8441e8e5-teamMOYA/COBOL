      *                 APORTA EL MAESTRO DE CONTACTO (RCONTACT DE     *
      *                 CCPRAC94, POR NIF) CADA CARTA LLEVA EL         *
      *                 DOMICILIO Y EL TUTOR LEGAL, LISTA PARA EL      *
      *                 ENSOBRADO POSTAL. CADA CARTA SE ASIENTA EN EL  *
      *                 REGISTRO DE CORRESPONDENCIA (MODCORRE) Y LLEVA *
      *                 IMPRESO SU CODIGO DE VERIFICACION.             *
      *                 LOS UMBRALES DE LOS TRES NIVELES SE TOMAN DEL  *
      *                 FICHERO CENTRAL DE REGLAS (RREGLAS VIA         *
      *                 MODREGLA) EN VIGOR EL ANO DE SYSIN, CON UN     *
      *                 JUEGO EN HORAS (ABS-HORAS-NIV-N) Y OTRO EN     *
      *                 PORCENTAJE (ABS-PCT-NIV-N) SEGUN EL MODO; LA   *
      *                 FICHA DE SYSIN SOLO CUENTA SI LAS REGLAS NO    *
      *                 RIGEN ESE ANO.                                 *
      *                 LAS CARTAS GENERADAS SE TOTALIZAN TAMBIEN POR  *
      *                 ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU     *
      *                 COLEGIO (MODETAPA) EN LOS TOTALES DEL PROCESO. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 UMBRALES-EN-PORCENTAJE VALUE 'P'.
           05 FILLER               PIC X(66).

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9.99.

       01 C-CONTADORES.
           05 C-FALTAS-LEIDAS     PIC 9(6) VALUE 0.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 LINEA-CAR-BLANCO.
           05 FILLER  PIC X(132) VALUE SPACES.

      -        'ON DEL CENTRO. '.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-VERIFICACION.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LCV-CODIGO PIC X(14).
           05 FILLER  PIC X(94) VALUE SPACES.

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
               10 T-RE-CARTAS        PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-ETAPA-ROTULO         PIC X(22).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           IF UMBRALES-EN-PORCENTAJE THEN
             PERFORM 1050-HORAS-LECTIVAS-ANO
           END-IF
           PERFORM 1060-REGLAS-DEL-ANO
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC74'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC74*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-HORAS-LECTIVAS-ANO.
             MOVE 'H' TO WS-MODO-UMBRAL
           END-IF
           .
      ******************************************************************
       1060-REGLAS-DEL-ANO.
      *    EL JUEGO DE REGLAS VA CON EL MODO YA RESUELTO: SI NO HAY
      *    HORAS LECTIVAS SE HA VUELTO A HORAS ABSOLUTAS. SIN ANO EN
      *    SYSIN RIGEN LAS REGLAS VIGENTES HOY
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-ACADEMICO TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 3
             MOVE SPACES TO W-RG-REGLA
             IF UMBRALES-EN-PORCENTAJE THEN
               STRING 'ABS-PCT-NIV-' WS-IDX-NIVEL
                   DELIMITED BY SIZE INTO W-RG-REGLA
             ELSE
               STRING 'ABS-HORAS-NIV-' WS-IDX-NIVEL
                   DELIMITED BY SIZE INTO W-RG-REGLA
             END-IF
             PERFORM 1070-CONSULTAR-REGLA
             IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-UMBRAL-NIVEL (WS-IDX-NIVEL)
             END-IF
           END-PERFORM
           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1070-CONSULTAR-REGLA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-ACADEMICO
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC74*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-FALTAS
             MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO CA-COLEGIO
             MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO CA-NOMBRE
             MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO CA-APELLIDOS
             MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO W-ET-COLEGIO
             MOVE CURSO OF REG-ALUMNOS-GRAL     TO W-ET-CURSO
           ELSE
             MOVE 0 TO CA-COLEGIO
             MOVE 'ALUMNO DESCON.' TO CA-NOMBRE
             MOVE SPACES TO CA-APELLIDOS
             MOVE 0 TO W-ET-COLEGIO
             MOVE 0 TO W-ET-CURSO
           END-IF
           PERFORM 2250-ETAPA-DEL-ALUMNO
           MOVE WS-NIVEL-ALCANZADO TO CA-NIVEL
           MOVE WS-AA-HORAS        TO CA-HORAS
           MOVE SPACES TO CA-DIRECCION
           RELEASE REG-CARTA
           ADD 1 TO C-CARTAS
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    LAS CARTAS SE CUENTAN POR LA ETAPA DEL CURSO DEL ALUMNO EN
      *    SU COLEGIO; SIN MAESTRO O SIN ETAPA VAN A LA 21
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
           ADD 1 TO T-RE-CARTAS (WS-IDX-ETAPA)
           .
      ******************************************************************
       2700-LEER-CONTACTO.
           READ F-CONTACTOS
           .
      ******************************************************************
       3200-IMPRIMIR-CARTA.
           PERFORM 3300-ASENTAR-CARTA
           MOVE CA-NIVEL TO LCT-NIVEL
           WRITE LINEA-CARTA FROM LINEA-CAR-TITULO
               AFTER ADVANCING CANAL-12
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-1 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-2 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-3 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-VERIFICACION AFTER 2
           .
      ******************************************************************
       3300-ASENTAR-CARTA.
      *    LA CARTA QUEDA EN EL REGISTRO DE CORRESPONDENCIA ANTES DE
      *    IMPRIMIRSE; SIN CODIGO NO SE ENVIA NINGUNA
           MOVE CA-NIF           TO W-CO-NIF
           MOVE CA-COLEGIO       TO W-CO-COLEGIO
           MOVE WS-ANO-ACADEMICO TO W-CO-ANO
           MOVE SPACES           TO W-CO-REFERENCIA
           STRING 'NIVEL ' CA-NIVEL DELIMITED BY SIZE
               INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC74'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC74*ERROR*ASENTAR*CARTA* ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'FAL' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC74' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LCV-CODIGO
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS CON FALTAS: ' C-ALUMNOS
           DISPLAY 'CARTAS GENERADAS:   ' C-CARTAS
           DISPLAY 'YA AVISADOS:        ' C-YA-AVISADOS
           PERFORM 4100-CARTAS-POR-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'C' 'FAL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC74'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CLOSE F-ESTADO-NUEVO
           CLOSE F-CARTAS
           MOVE C-CARTAS TO WS-METRI-REGISTROS
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-CARTAS-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-CARTAS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE 'SIN ETAPA' TO WS-ETAPA-ROTULO
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE SPACES TO WS-ETAPA-ROTULO
                 STRING W-ET-ETAPA ' ' W-ET-NOMBRE
                     DELIMITED BY SIZE INTO WS-ETAPA-ROTULO
               END-IF
               DISPLAY 'CARTAS ETAPA ' WS-ETAPA-ROTULO ': '
                   T-RE-CARTAS (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
