       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODETAPA.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSULTA COMUN DE LAS ETAPAS EDUCATIVAS        *
      *                 (FICHERO RETAPAS QUE MANTIENE CCPRACB4): A QUE *
      *                 ETAPA PERTENECE CADA CURSO DE CADA COLEGIO Y   *
      *                 COMO SE ENCADENAN LAS ETAPAS. PROTOCOLO:       *
      *                 'O' CARGA EL FICHERO EN TABLA (DEVUELVE        *
      *                     ENCONTRADO 'S' SI HAY FICHERO)             *
      *                 'L' BUSCA COLEGIO+CURSO: DEVUELVE LA ETAPA,    *
      *                     SU NOMBRE, SU ORDEN EN EL FICHERO, SI EL   *
      *                     CURSO ES EL ULTIMO DE LA ETAPA EN ESE      *
      *                     COLEGIO, LA ETAPA SIGUIENTE Y EL PRIMER    *
      *                     CURSO DE ESTA EN EL COLEGIO (0 = EL        *
      *                     COLEGIO NO LA IMPARTE) Y SI LA ETAPA       *
      *                     OTORGA TITULO                              *
      *                 'E' BUSCA UNA ETAPA POR SU CODIGO (L-ETAPA)    *
      *                 'N' BUSCA UNA ETAPA POR SU ORDEN (L-ORDEN),    *
      *                     PARA ROTULAR LOS DESGLOSES                 *
      *                 'C' DESCARGA                                   *
      *                 LOS CURSOS DE UN COLEGIO SIN LINEAS PROPIAS    *
      *                 SE BUSCAN EN EL JUEGO COMUN (COLEGIO 00). SIN  *
      *                 FICHERO, O CON UN CURSO SIN ETAPA ASIGNADA, SE *
      *                 DEVUELVE NO-ENCONTRADO CON ETAPA EN BLANCO,    *
      *                 ORDEN 0, ULTIMO CURSO Y CON TITULO, QUE        *
      *                 REPRODUCE EL COMPORTAMIENTO HISTORICO DE UN    *
      *                 SOLO TRAMO SIN ETAPAS.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAPAS ASSIGN ETAPAS
               FILE STATUS IS FS-ETAPAS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAPAS
           RECORDING MODE IS F.
           COPY RETAPAS.

       WORKING-STORAGE SECTION.
       01 FS-ETAPAS PIC XX.
           88 FS-ETAPAS-OK         VALUE '00'.

       01 WS-ETAPAS-CARGADAS   PIC X VALUE 'N'.
           88 ETAPAS-CARGADAS       VALUE 'S'.
       01 WS-ETAPAS-DISPONIBLES PIC X VALUE 'N'.
           88 ETAPAS-DISPONIBLES    VALUE 'S'.

       01 T-ETAPAS.
           05 C-ETAPAS          PIC 99 VALUE 0.
           05 T-ET-ENTRADA OCCURS 20.
               10 T-ET-CODIGO    PIC X.
               10 T-ET-NOMBRE    PIC X(20).
               10 T-ET-SIGUIENTE PIC X.
               10 T-ET-TITULA    PIC X.

      *    POSICION 1 = COLEGIO 00 (JUEGO COMUN), N+1 = COLEGIO N
       01 T-CURSOS-COLEGIO.
           05 T-CC-COLEGIO OCCURS 100.
               10 T-CC-PROPIO    PIC X.
               10 T-CC-ETAPA     PIC X OCCURS 9.

       01 WS-IDX               PIC 99.
       01 WS-IDX-COL           PIC 999.
       01 WS-IDX-CURSO         PIC 99.

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-COLEGIO         PIC 99.
       01 L-CURSO           PIC 9.
       01 L-ETAPA           PIC X.
       01 L-NOMBRE          PIC X(20).
       01 L-ORDEN           PIC 99.
       01 L-ULTIMO-CURSO    PIC X.
       01 L-SIGUIENTE       PIC X.
       01 L-CURSO-SIGUIENTE PIC 9.
       01 L-TITULA          PIC X.
       01 L-ENCONTRADO      PIC X.
           88 L-ETAPA-ENCONTRADA     VALUE 'S'.
           88 L-ETAPA-NO-ENCONTRADA  VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-COLEGIO L-CURSO L-ETAPA
                                 L-NOMBRE L-ORDEN L-ULTIMO-CURSO
                                 L-SIGUIENTE L-CURSO-SIGUIENTE
                                 L-TITULA L-ENCONTRADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'L' PERFORM 2200-BUSCAR-CURSO
               WHEN 'E' PERFORM 2400-BUSCAR-ETAPA
               WHEN 'N' PERFORM 2500-BUSCAR-ORDEN
               WHEN 'C' PERFORM 2300-CLOSE
               WHEN OTHER DISPLAY '*MOD*ETAPA*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-CARGAR.
           MOVE 0 TO C-ETAPAS
           MOVE SPACES TO T-CURSOS-COLEGIO
           MOVE 'N' TO WS-ETAPAS-DISPONIBLES
           OPEN INPUT F-ETAPAS
           IF NOT FS-ETAPAS-OK THEN
               DISPLAY '*MOD*ETAPA*SIN*FICHERO*ETAPAS* '
                   FS-ETAPAS ' - SE ASUME UNA SOLA ETAPA'
           ELSE
               READ F-ETAPAS
               PERFORM UNTIL NOT FS-ETAPAS-OK
                   EVALUATE TRUE
                     WHEN ET-ES-ETAPA AND C-ETAPAS < 20
                       ADD 1 TO C-ETAPAS
                       MOVE ET-ETAPA  TO T-ET-CODIGO (C-ETAPAS)
                       MOVE ET-NOMBRE TO T-ET-NOMBRE (C-ETAPAS)
                       MOVE ET-SIGUIENTE
                         TO T-ET-SIGUIENTE (C-ETAPAS)
                       IF ET-CON-TITULO THEN
                         MOVE 'S' TO T-ET-TITULA (C-ETAPAS)
                       ELSE
                         MOVE 'N' TO T-ET-TITULA (C-ETAPAS)
                       END-IF
                     WHEN ET-ES-CURSO AND ET-COLEGIO NUMERIC
                         AND ET-CURSO NUMERIC AND ET-CURSO > 0
                       COMPUTE WS-IDX-COL = ET-COLEGIO + 1
                       MOVE ET-ETAPA
                         TO T-CC-ETAPA (WS-IDX-COL, ET-CURSO)
                       MOVE 'S' TO T-CC-PROPIO (WS-IDX-COL)
                   END-EVALUATE
                   READ F-ETAPAS
               END-PERFORM
               CLOSE F-ETAPAS
               MOVE 'S' TO WS-ETAPAS-DISPONIBLES
           END-IF
           MOVE 'S' TO WS-ETAPAS-CARGADAS
           MOVE WS-ETAPAS-DISPONIBLES TO L-ENCONTRADO
           .

       2200-BUSCAR-CURSO.
           IF NOT ETAPAS-CARGADAS THEN
               PERFORM 2100-CARGAR
           END-IF
      *    COMPORTAMIENTO HISTORICO: UN SOLO TRAMO, CADA CURSO ES EL
      *    ULTIMO Y TODOS TITULAN
           SET L-ETAPA-NO-ENCONTRADA TO TRUE
           MOVE SPACE  TO L-ETAPA
           MOVE SPACES TO L-NOMBRE
           MOVE 0      TO L-ORDEN
           MOVE 'S'    TO L-ULTIMO-CURSO
           MOVE SPACE  TO L-SIGUIENTE
           MOVE 0      TO L-CURSO-SIGUIENTE
           MOVE 'S'    TO L-TITULA
           IF ETAPAS-DISPONIBLES AND L-COLEGIO NUMERIC
               AND L-CURSO NUMERIC AND L-CURSO > 0 THEN
               COMPUTE WS-IDX-COL = L-COLEGIO + 1
               IF T-CC-PROPIO (WS-IDX-COL) NOT = 'S' THEN
                   MOVE 1 TO WS-IDX-COL
               END-IF
               MOVE T-CC-ETAPA (WS-IDX-COL, L-CURSO) TO L-ETAPA
               IF L-ETAPA NOT = SPACE THEN
                   SET L-ETAPA-ENCONTRADA TO TRUE
                   PERFORM 2210-DATOS-DE-LA-ETAPA
                   PERFORM 2220-POSICION-DEL-CURSO
               END-IF
           END-IF
           .

       2210-DATOS-DE-LA-ETAPA.
      *    UNA ETAPA ASIGNADA PERO SIN LINEA 'E' NO TITULA NI TIENE
      *    SIGUIENTE (CCPRACB4 NO DEJA GRABAR ESE CASO)
           MOVE 'N' TO L-TITULA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-ETAPAS
               IF T-ET-CODIGO (WS-IDX) = L-ETAPA THEN
                   MOVE WS-IDX                  TO L-ORDEN
                   MOVE T-ET-NOMBRE (WS-IDX)    TO L-NOMBRE
                   MOVE T-ET-SIGUIENTE (WS-IDX) TO L-SIGUIENTE
                   MOVE T-ET-TITULA (WS-IDX)    TO L-TITULA
               END-IF
           END-PERFORM
           .

       2220-POSICION-DEL-CURSO.
           PERFORM VARYING WS-IDX-CURSO FROM 1 BY 1
                   UNTIL WS-IDX-CURSO > 9
               IF WS-IDX-CURSO > L-CURSO
                   AND T-CC-ETAPA (WS-IDX-COL, WS-IDX-CURSO)
                       = L-ETAPA THEN
                   MOVE 'N' TO L-ULTIMO-CURSO
               END-IF
           END-PERFORM
           IF L-SIGUIENTE NOT = SPACE THEN
               PERFORM VARYING WS-IDX-CURSO FROM 9 BY -1
                       UNTIL WS-IDX-CURSO < 1
                   IF T-CC-ETAPA (WS-IDX-COL, WS-IDX-CURSO)
                       = L-SIGUIENTE THEN
                       MOVE WS-IDX-CURSO TO L-CURSO-SIGUIENTE
                   END-IF
               END-PERFORM
           END-IF
           .

       2300-CLOSE.
           MOVE 'N' TO WS-ETAPAS-CARGADAS
           MOVE 'N' TO WS-ETAPAS-DISPONIBLES
           MOVE 0 TO C-ETAPAS
           .

       2400-BUSCAR-ETAPA.
           IF NOT ETAPAS-CARGADAS THEN
               PERFORM 2100-CARGAR
           END-IF
           SET L-ETAPA-NO-ENCONTRADA TO TRUE
           MOVE SPACES TO L-NOMBRE
           MOVE 0      TO L-ORDEN
           MOVE SPACE  TO L-SIGUIENTE
           MOVE 'N'    TO L-TITULA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-ETAPAS
               IF T-ET-CODIGO (WS-IDX) = L-ETAPA THEN
                   SET L-ETAPA-ENCONTRADA TO TRUE
                   MOVE WS-IDX                  TO L-ORDEN
                   MOVE T-ET-NOMBRE (WS-IDX)    TO L-NOMBRE
                   MOVE T-ET-SIGUIENTE (WS-IDX) TO L-SIGUIENTE
                   MOVE T-ET-TITULA (WS-IDX)    TO L-TITULA
               END-IF
           END-PERFORM
           .

       2500-BUSCAR-ORDEN.
           IF NOT ETAPAS-CARGADAS THEN
               PERFORM 2100-CARGAR
           END-IF
           SET L-ETAPA-NO-ENCONTRADA TO TRUE
           MOVE SPACE  TO L-ETAPA
           MOVE SPACES TO L-NOMBRE
           MOVE SPACE  TO L-SIGUIENTE
           MOVE 'N'    TO L-TITULA
           IF L-ORDEN NUMERIC AND L-ORDEN > 0
               AND L-ORDEN <= C-ETAPAS THEN
               SET L-ETAPA-ENCONTRADA TO TRUE
               MOVE T-ET-CODIGO (L-ORDEN)    TO L-ETAPA
               MOVE T-ET-NOMBRE (L-ORDEN)    TO L-NOMBRE
               MOVE T-ET-SIGUIENTE (L-ORDEN) TO L-SIGUIENTE
               MOVE T-ET-TITULA (L-ORDEN)    TO L-TITULA
           END-IF
           .
