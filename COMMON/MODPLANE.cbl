      *                 PLAN EN VEZ DEL SEIS FIJO. PROTOCOLO:          *
      *                 'O' CARGA EL PLAN EN TABLA                     *
      *                 'L' BUSCA CURSO+ASIGNATURA: DEVUELVE SI        *
      *                     EXISTE, SU TIPO (O/P) Y SI COMPUTA EN LAS  *
      *                     MEDIAS (S/N; UNA ASIGNATURA QUE NO ESTA EN *
      *                     EL PLAN COMPUTA, COMO SIEMPRE)             *
      *                 'C' DESCARGA                                   *
      *                 SIN FICHERO DE PLAN SE DEVUELVE SIEMPRE        *
      *                 ENCONTRADA-OBLIGATORIA-COMPUTABLE, QUE         *
      *                 REPRODUCE EL COMPORTAMIENTO HISTORICO DE SEIS  *
      *                 ASIGNATURAS.                                   *
      *                 CON 'E' SE FIJA LA ETAPA EDUCATIVA DE LAS      *
      *                 CONSULTAS SIGUIENTES (LA ETAPA VIAJA EN        *
      *                 L-TIPO): LA LINEA DEL PLAN DE ESA ETAPA        *
      *                 PREVALECE SOBRE LA GENERICA (ETAPA EN BLANCO)  *
      *                 Y LAS DE OTRAS ETAPAS NO CUENTAN. SIN ETAPA    *
      *                 FIJADA VALE CUALQUIER LINEA DEL CURSO, COMO    *
      *                 SIEMPRE, PREFIRIENDO LA GENERICA.              *
      *                 CABEN 300 LINEAS DE PLAN; SI EL FICHERO TRAE   *
      *                 MAS SE AVISA Y SE PARA EL PASO CON RETURN-CODE *
      *                 12 EN VEZ DE CARGAR MEDIO PLAN.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 T-PLAN.
           05 C-LINEAS-PLAN     PIC 999 VALUE 0.
           05 T-PL-ENTRADA OCCURS 300.
               10 T-PL-CURSO    PIC 9.
               10 T-PL-ASIG     PIC 9.
               10 T-PL-TIPO     PIC X.
               10 T-PL-COMPUTABLE PIC X.
               10 T-PL-ETAPA    PIC X.

       01 WS-IDX               PIC 999.
       01 WS-ETAPA-FIJADA      PIC X VALUE SPACE.
       01 WS-PRIORIDAD         PIC 9.
       01 WS-PRIORIDAD-MEJOR   PIC 9.

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-ENCONTRADO      PIC X.
           88 L-PLAN-ENCONTRADA     VALUE 'S'.
           88 L-PLAN-NO-ENCONTRADA  VALUE 'N'.
       01 L-COMPUTABLE      PIC X.

       PROCEDURE DIVISION USING L-OPCION L-CURSO L-ASIGNATURA
                                 L-TIPO L-ENCONTRADO L-COMPUTABLE.
           PERFORM 2000-OPCION
           GOBACK
           .
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'L' PERFORM 2200-BUSCAR
               WHEN 'E' PERFORM 2250-FIJAR-ETAPA
               WHEN 'C' PERFORM 2300-CLOSE
               WHEN OTHER DISPLAY '*MOD*PLANE*OPCION*INVALIDA*'
           END-EVALUATE
           ELSE
               READ F-PLAN
               PERFORM UNTIL NOT FS-PLAN-OK
                   OR C-LINEAS-PLAN >= 300
                   ADD 1 TO C-LINEAS-PLAN
                   MOVE PL-CURSO TO T-PL-CURSO (C-LINEAS-PLAN)
                   MOVE PL-ASIGNATURA TO T-PL-ASIG (C-LINEAS-PLAN)
                   MOVE PL-TIPO  TO T-PL-TIPO (C-LINEAS-PLAN)
                   MOVE PL-ETAPA TO T-PL-ETAPA (C-LINEAS-PLAN)
                   IF PL-NO-COMPUTABLE THEN
                       MOVE 'N' TO T-PL-COMPUTABLE (C-LINEAS-PLAN)
                   ELSE
                       MOVE 'S' TO T-PL-COMPUTABLE (C-LINEAS-PLAN)
                   END-IF
                   READ F-PLAN
               END-PERFORM
               IF FS-PLAN-OK THEN
      *            UN PLAN CORTADO DARIA POR BUENA LA LINEA QUE NO ES;
      *            SE PARA EL PASO EN VEZ DE SEGUIR CON MEDIO PLAN
                   DISPLAY '*MOD*PLANE*TABLA*LLENA* MAXIMO 300'
                   CLOSE F-PLAN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE F-PLAN
               MOVE 'S' TO WS-PLAN-DISPONIBLE
           END-IF
           END-IF
           IF NOT PLAN-DISPONIBLE THEN
      *        COMPORTAMIENTO HISTORICO: TODO CURSO TIENE LAS SEIS
      *        ASIGNATURAS COMO OBLIGATORIAS Y COMPUTABLES
               MOVE 'O' TO L-TIPO
               MOVE 'S' TO L-COMPUTABLE
               SET L-PLAN-ENCONTRADA TO TRUE
           ELSE
               SET L-PLAN-NO-ENCONTRADA TO TRUE
               MOVE SPACE TO L-TIPO
               MOVE 'S' TO L-COMPUTABLE
               MOVE 0 TO WS-PRIORIDAD-MEJOR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-LINEAS-PLAN
                   IF T-PL-CURSO (WS-IDX) = L-CURSO
                       AND T-PL-ASIG (WS-IDX) = L-ASIGNATURA THEN
                       PERFORM 2210-PRIORIDAD-DE-LA-LINEA
                       IF WS-PRIORIDAD > WS-PRIORIDAD-MEJOR THEN
                           MOVE WS-PRIORIDAD TO WS-PRIORIDAD-MEJOR
                           MOVE T-PL-TIPO (WS-IDX) TO L-TIPO
                           MOVE T-PL-COMPUTABLE (WS-IDX)
                             TO L-COMPUTABLE
                           SET L-PLAN-ENCONTRADA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

       2210-PRIORIDAD-DE-LA-LINEA.
      *    3 = LINEA DE LA ETAPA FIJADA (O GENERICA SIN ETAPA FIJADA),
      *    2 = LINEA GENERICA, 1 = OTRA ETAPA SIN ETAPA FIJADA,
      *    0 = LINEA DE OTRA ETAPA, QUE NO APLICA
           EVALUATE TRUE
               WHEN T-PL-ETAPA (WS-IDX) = WS-ETAPA-FIJADA
                   MOVE 3 TO WS-PRIORIDAD
               WHEN T-PL-ETAPA (WS-IDX) = SPACE
                   MOVE 2 TO WS-PRIORIDAD
               WHEN WS-ETAPA-FIJADA = SPACE
                   MOVE 1 TO WS-PRIORIDAD
               WHEN OTHER
                   MOVE 0 TO WS-PRIORIDAD
           END-EVALUATE
           .

       2250-FIJAR-ETAPA.
      *    LA ETAPA VIAJA EN L-TIPO, PARA NO CAMBIAR LA FIRMA QUE
      *    USAN TODOS LOS LLAMANTES; ESPACIO = SIN ETAPA
           MOVE L-TIPO TO WS-ETAPA-FIJADA
           .

       2300-CLOSE.
           MOVE 'N' TO WS-PLAN-CARGADO
           MOVE 'N' TO WS-PLAN-DISPONIBLE
           MOVE 0 TO C-LINEAS-PLAN
           MOVE SPACE TO WS-ETAPA-FIJADA
           .
