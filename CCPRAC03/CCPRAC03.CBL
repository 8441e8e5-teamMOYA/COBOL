      *                 UN REGISTRO RCOLEGIO POR COLEGIO+CURSO CON     *
      *                 DATOS, PARA QUE LAS MEDIAS NO MEZCLEN          *
      *                 COHORTES.                                      *
      *                 CADA ASIGNATURA SE MARCA PARA CCPRAC04 CON SU  *
      *                 INDICADOR COMPUTABLE DEL PLAN DE ESTUDIOS DEL  *
      *                 CURSO (MODPLANE), PARA QUE LAS NO COMPUTABLES  *
      *                 NO ENTREN EN LA MEDIA TOTAL DEL COLEGIO.       *
      *                 EL PLAN SE CONSULTA CON LA ETAPA EDUCATIVA DE  *
      *                 CADA CURSO EN EL COLEGIO (MODETAPA).           *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 W-IDX-CURSO      PIC 9.
           05 C-CURSO          PIC 9.

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

           COPY CPRACT04.

      ******************************************************************
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-INICIALIZAR-DATOS
           PERFORM 1300-DEFECTO-CREDITOS
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
       1050-COMPROBAR-MERGE.
                COMPUTE C-CURSO = W-IDX-CURSO - 1

                INITIALIZE AREA-COMUNICACIONES-PRACTICA-4
                PERFORM 3050-ETAPA-DEL-CURSO
                MOVE 1 TO C-ASIG
                PERFORM UNTIL C-ASIG > 6
                  MOVE T-ASIG(C-COLEGIO, W-IDX-CURSO, C-ASIG)
                    TO CT-CREDITOS-ASIG
                     OF DATOS-ASIGNATURAS
                      OF AREA-COMUNICACIONES-PRACTICA-4 (C-ASIG)
                  MOVE C-CURSO TO W-PLA-CURSO
                  MOVE C-ASIG  TO W-PLA-ASIG
                  CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                         W-PLA-TIPO W-PLA-ENCONTRADO
                                         W-PLA-COMPUTABLE
                  END-CALL
                  MOVE W-PLA-COMPUTABLE
                    TO ASIG-COMPUTABLE
                     OF AREA-COMUNICACIONES-PRACTICA-4 (C-ASIG)
                  ADD 1 TO C-ASIG
                END-PERFORM

              ADD 1 TO C-COLEGIO
           END-PERFORM
           .
      ******************************************************************
       3050-ETAPA-DEL-CURSO.
      *    EL INDICADOR COMPUTABLE SALE DEL PLAN DE LA ETAPA DEL
      *    CURSO EN EL COLEGIO; EL CURSO 0 Y LOS COLEGIOS SIN ETAPAS
      *    USAN EL PLAN GENERAL
           MOVE C-COLEGIO TO W-ET-COLEGIO
           MOVE C-CURSO TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           .
      ******************************************************************
       3100-MOVER-DATOS.

           CLOSE SALIDA
           CLOSE F-SIN-DATOS
           CLOSE F-ESTADISTICA
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
       5000-END-PROGRAM.
