       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAS.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: DISTRIBUCION DE NIVELES DE COMPETENCIAS CLAVE  *
      *                 POR COLEGIO. LEE EL REGISTRO RCOMPCLA (DE      *
      *                 CCPRACAR) Y, PARA EL ANO DE SYSIN, CUENTA POR  *
      *                 COLEGIO Y COMPETENCIA CUANTOS ALUMNOS QUEDAN   *
      *                 EN CADA NIVEL (POCO ADECUADO, ADECUADO, MUY    *
      *                 ADECUADO, EXCELENTE) Y QUE PORCENTAJE SON DE   *
      *                 LOS EVALUADOS DEL COLEGIO. UN BLOQUE POR       *
      *                 COLEGIO (NOMBRE VIA MODCOLEG) Y AL FINAL EL    *
      *                 BLOQUE DE TODOS LOS COLEGIOS JUNTOS.           *
      *                 DETRAS DEL TOTAL, UN BLOQUE POR ETAPA          *
      *                 EDUCATIVA DEL CURSO DEL ALUMNO (MODETAPA POR   *
      *                 COLEGIO+CURSO).                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMPCLA ASSIGN COMPETEN
               FILE STATUS IS FS-COMPCLA.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-COMPCLA
           RECORDING MODE IS F.
           COPY RCOMPCLA.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-COMPCLA PIC XX.
               88 FS-COMPCLA-OK     VALUE '00'.
               88 FS-COMPCLA-EOF    VALUE '10'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 FILLER               PIC X(76).

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(7) VALUE 0.
           05 C-DEL-ANO           PIC 9(7) VALUE 0.
           05 C-COLEGIOS          PIC 99   VALUE 0.
           05 C-COMP              PIC 9.
           05 C-NIVEL             PIC 9.

           COPY WCOMPCLA.

       01 T-DISTRIBUCION.
           05 T-DS-ENTRADA OCCURS 99.
               10 T-DS-ALUMNOS      PIC 9(5).
               10 T-DS-COMPETENCIA OCCURS 8.
                   15 T-DS-NIVEL     PIC 9(5) OCCURS 4.
       01 WS-COLEGIO              PIC 99.

      *    LA MISMA DISTRIBUCION POR ETAPA DEL CURSO (ORDEN EN EL
      *    FICHERO DE ETAPAS; LA 21 RECOGE LOS CURSOS SIN ETAPA), CON
      *    EL FORMATO DE W-BLOQUE PARA PASARLA ENTERA
       01 T-DISTRIBUCION-ETAPA.
           05 T-DE-ENTRADA OCCURS 21.
               10 T-DE-ALUMNOS      PIC 9(7).
               10 T-DE-COMPETENCIA OCCURS 8.
                   15 T-DE-NIVEL     PIC 9(7) OCCURS 4.
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-BLOQUE-ETAPA         PIC X VALUE 'N'.

      *    BLOQUE QUE SE IMPRIME: UN COLEGIO O EL TOTAL
       01 W-BLOQUE.
           05 W-BL-ALUMNOS         PIC 9(7).
           05 W-BL-COMPETENCIA OCCURS 8.
               10 W-BL-NIVEL        PIC 9(7) OCCURS 4.
       01 W-TOTAL.
           05 W-TO-ALUMNOS         PIC 9(7).
           05 W-TO-COMPETENCIA OCCURS 8.
               10 W-TO-NIVEL        PIC 9(7) OCCURS 4.
       01 W-PORCENTAJE            PIC 999.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-CABECERA.
           05 FILLER  PIC X(45) VALUE
               'DISTRIBUCION DE NIVELES DE COMPETENCIAS CLAVE'.
           05 FILLER  PIC X(11) VALUE '  - ANO:   '.
           05 LCA-ANO PIC 9(4).
           05 FILLER  PIC X(20) VALUE SPACES.

       01 LINEA-COLEGIO.
           05 FILLER      PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-COLEGIO PIC X(5).
           05 LCO-NOMBRE  PIC X(15).
           05 FILLER      PIC X(22) VALUE '  ALUMNOS EVALUADOS: '.
           05 LCO-ALUMNOS PIC ZZZZZZ9.
           05 FILLER      PIC X(22) VALUE SPACES.

       01 LINEA-ETAPA.
           05 FILLER      PIC X(9)  VALUE 'ETAPA:   '.
           05 LET-ETAPA   PIC X(2).
           05 LET-NOMBRE  PIC X(18).
           05 FILLER      PIC X(22) VALUE '  ALUMNOS EVALUADOS: '.
           05 LET-ALUMNOS PIC ZZZZZZ9.
           05 FILLER      PIC X(22) VALUE SPACES.

       01 LINEA-TITULOS.
           05 FILLER  PIC X(36) VALUE 'COMPETENCIA'.
           05 FILLER  PIC X(11) VALUE ' POCO ADEC.'.
           05 FILLER  PIC X(11) VALUE '   ADECUADO'.
           05 FILLER  PIC X(11) VALUE '  MUY ADEC.'.
           05 FILLER  PIC X(11) VALUE '  EXCELENTE'.

       01 LINEA-COMPETENCIA.
           05 LCP-SIGLA    PIC X(5).
           05 FILLER       PIC X     VALUE SPACE.
           05 LCP-NOMBRE   PIC X(30).
           05 LCP-NIVELES OCCURS 4.
               10 FILLER       PIC X.
               10 LCP-CUENTA   PIC ZZZZ9.
               10 FILLER       PIC X.
               10 LCP-PCT      PIC ZZ9.
               10 LCP-PCT-SIGNO PIC X.

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

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-REGISTRO UNTIL FS-COMPCLA-EOF
           PERFORM 3000-IMPRIMIR-DISTRIBUCION
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
             DISPLAY '*CCPRACAS*SYSIN*ANO*INVALIDO*'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-DISTRIBUCION
           INITIALIZE T-DISTRIBUCION-ETAPA
           INITIALIZE W-TOTAL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-COMPCLA
           IF NOT FS-COMPCLA-OK THEN
               DISPLAY 'ERROR LEER REGISTRO COMPETENCIAS'
               DISPLAY FS-COMPCLA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-REGISTRO.
           READ F-COMPCLA
           IF FS-COMPCLA-OK THEN
             ADD 1 TO C-LEIDOS
             IF KC-ANO = WS-ANO-ACADEMICO
                 AND KC-COLEGIO >= 1 AND KC-COLEGIO <= 99 THEN
               ADD 1 TO C-DEL-ANO
               PERFORM 2100-CONTAR-NIVELES
             END-IF
           END-IF
           .
      ******************************************************************
       2100-CONTAR-NIVELES.
           MOVE KC-COLEGIO TO WS-COLEGIO
           IF T-DS-ALUMNOS (WS-COLEGIO) = 0 THEN
             ADD 1 TO C-COLEGIOS
           END-IF
           ADD 1 TO T-DS-ALUMNOS (WS-COLEGIO)
           ADD 1 TO W-TO-ALUMNOS
           PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
             IF KC-NIVEL-VALIDO (C-COMP) THEN
               MOVE KC-NIVEL (C-COMP) TO C-NIVEL
               ADD 1 TO T-DS-NIVEL (WS-COLEGIO, C-COMP, C-NIVEL)
               ADD 1 TO W-TO-NIVEL (C-COMP, C-NIVEL)
             END-IF
           END-PERFORM
           PERFORM 2150-ETAPA-DEL-ALUMNO
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO CON QUE SE EVALUO AL ALUMNO EN SU COLEGIO
      *    (21 = SIN ETAPA)
           MOVE KC-COLEGIO TO W-ET-COLEGIO
           MOVE KC-CURSO TO W-ET-CURSO
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
           ADD 1 TO T-DE-ALUMNOS (WS-IDX-ETAPA)
           PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
             IF KC-NIVEL-VALIDO (C-COMP) THEN
               MOVE KC-NIVEL (C-COMP) TO C-NIVEL
               ADD 1 TO T-DE-NIVEL (WS-IDX-ETAPA, C-COMP, C-NIVEL)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-IMPRIMIR-DISTRIBUCION.
           MOVE WS-ANO-ACADEMICO TO LCA-ANO
           WRITE LINEA-LISTADO FROM LINEA-CABECERA
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             IF T-DS-ALUMNOS (WS-COLEGIO) > 0 THEN
               MOVE WS-COLEGIO TO W-COD-COLEGIO
               CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                      W-ENCONTRADO
               END-CALL
               MOVE WS-COLEGIO TO LCO-COLEGIO
               IF W-COLEGIO-ENCONTRADO THEN
                 MOVE W-NOMB-COLEGIO TO LCO-NOMBRE
               ELSE
                 MOVE 'COLEGIO DESCON.' TO LCO-NOMBRE
               END-IF
               MOVE T-DS-ALUMNOS (WS-COLEGIO) TO W-BL-ALUMNOS
               PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
                 PERFORM VARYING C-NIVEL FROM 1 BY 1 UNTIL C-NIVEL > 4
                   MOVE T-DS-NIVEL (WS-COLEGIO, C-COMP, C-NIVEL)
                     TO W-BL-NIVEL (C-COMP, C-NIVEL)
                 END-PERFORM
               END-PERFORM
               PERFORM 3100-IMPRIMIR-BLOQUE
             END-IF
           END-PERFORM
           MOVE 'TODOS'       TO LCO-COLEGIO
           MOVE SPACES        TO LCO-NOMBRE
           MOVE W-TOTAL       TO W-BLOQUE
           PERFORM 3100-IMPRIMIR-BLOQUE
           PERFORM 3200-IMPRIMIR-ETAPAS
           .
      ******************************************************************
       3100-IMPRIMIR-BLOQUE.
           MOVE SPACES TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           IF WS-BLOQUE-ETAPA = 'S' THEN
             MOVE W-BL-ALUMNOS TO LET-ALUMNOS
             WRITE LINEA-LISTADO FROM LINEA-ETAPA
           ELSE
             MOVE W-BL-ALUMNOS TO LCO-ALUMNOS
             WRITE LINEA-LISTADO FROM LINEA-COLEGIO
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-TITULOS
           PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
             MOVE T-KC-SIGLA (C-COMP)  TO LCP-SIGLA
             MOVE T-KC-NOMBRE (C-COMP) TO LCP-NOMBRE
             PERFORM VARYING C-NIVEL FROM 1 BY 1 UNTIL C-NIVEL > 4
               MOVE W-BL-NIVEL (C-COMP, C-NIVEL)
                 TO LCP-CUENTA (C-NIVEL)
               IF W-BL-ALUMNOS > 0 THEN
                 COMPUTE W-PORCENTAJE ROUNDED =
                     W-BL-NIVEL (C-COMP, C-NIVEL) * 100 / W-BL-ALUMNOS
                 END-COMPUTE
               ELSE
                 MOVE 0 TO W-PORCENTAJE
               END-IF
               MOVE W-PORCENTAJE TO LCP-PCT (C-NIVEL)
               MOVE '%'          TO LCP-PCT-SIGNO (C-NIVEL)
             END-PERFORM
             WRITE LINEA-LISTADO FROM LINEA-COMPETENCIA
           END-PERFORM
           .
      ******************************************************************
       3200-IMPRIMIR-ETAPAS.
           MOVE 'S' TO WS-BLOQUE-ETAPA
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-DE-ALUMNOS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE SPACES      TO LET-ETAPA
                 MOVE 'SIN ETAPA' TO LET-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-ETAPA  TO LET-ETAPA
                 MOVE W-ET-NOMBRE TO LET-NOMBRE
               END-IF
               MOVE T-DE-ENTRADA (WS-IDX-ETAPA) TO W-BLOQUE
               PERFORM 3100-IMPRIMIR-BLOQUE
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-BLOQUE-ETAPA
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'REGISTROS LEIDOS:   ' C-LEIDOS
           DISPLAY 'ALUMNOS DEL ANO:    ' C-DEL-ANO
           DISPLAY 'COLEGIOS:           ' C-COLEGIOS
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-COMPCLA
           CLOSE F-LISTADO
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAS' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
