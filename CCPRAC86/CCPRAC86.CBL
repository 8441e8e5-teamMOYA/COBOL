      *                 EL JUEGO ES VALIDO, REESCRIBE EL FICHERO,      *
      *                 COMO HACE CCPRAC44 CON LOS GRUPOS. LOS         *
      *                 ERRORES SE LISTAN Y EL FICHERO VIGENTE NO SE   *
      *                 TOCA. UNA CUARTA COLUMNA OPCIONAL MARCA CON    *
      *                 'N' LAS ASIGNATURAS NO COMPUTABLES EN LAS      *
      *                 MEDIAS (ESPACIO O 'S' = COMPUTA).              *
      *                 UNA QUINTA COLUMNA OPCIONAL LIMITA LA LINEA A  *
      *                 UNA ETAPA EDUCATIVA, QUE HA DE ESTAR DEFINIDA  *
      *                 EN EL FICHERO DE ETAPAS (MODETAPA); LA CLAVE   *
      *                 DEL PLAN PASA A SER CURSO+ASIGNATURA+ETAPA.    *
      *                 EL JUEGO ADMITE HASTA 300 LINEAS, LAS MISMAS   *
      *                 QUE CARGA MODPLANE.                            *
      *                 EL OPERADOR LLEGA EN SYSIN Y, ANTES DE LEER EL *
      *                 JUEGO, SE COMPRUEBA EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR EL *
      *                 PLAN DE ESTUDIOS; SI NO, EL JUEGO CUENTA COMO  *
      *                 ERRONEO, EL FICHERO VIGENTE NO SE TOCA Y EL    *
      *                 RECHAZO QUEDA ANOTADO EN EL DIARIO AUTOLOG.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 E-ASIGNATURA  PIC X.
           05 E-ASIGNATURA-N REDEFINES E-ASIGNATURA PIC 9.
           05 E-TIPO        PIC X.
           05 E-COMPUTABLE  PIC X.
           05 E-ETAPA       PIC X.
           05 FILLER        PIC X(75).

       FD F-PLAN
           RECORDING MODE IS F.

       01 T-NUEVO-PLAN.
           05 C-LINEAS          PIC 999 VALUE 0.
           05 T-PL-ENTRADA OCCURS 300.
               10 T-CURSO       PIC 9.
               10 T-ASIG        PIC 9.
               10 T-TIPO        PIC X.
               10 T-COMPUTABLE  PIC X.
               10 T-ETAPA       PIC X.

       01 T-CURSOS-VISTOS.
           05 T-CV-OBLIGATORIAS OCCURS 9 PIC 999.

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-IDX-1             PIC 999.
       01 WS-IDX-2             PIC 999.
       01 WS-CURSO             PIC 9.

       01 W-ETAPA-LOOKUP.
           05 W-ET-COLEGIO      PIC 99 VALUE 0.
           05 W-ET-CURSO        PIC 9 VALUE 0.
           05 W-ET-ETAPA        PIC X.
           05 W-ET-NOMBRE       PIC X(20).
           05 W-ET-ORDEN        PIC 99.
           05 W-ET-ULTIMO       PIC X.
           05 W-ET-SIGUIENTE    PIC X.
           05 W-ET-CURSO-SIG    PIC 9.
           05 W-ET-TITULA       PIC X.
           05 W-ET-ENCONTRADO   PIC X.
               88 W-ETAPA-ENCONTRADA       VALUE 'S'.
       01 WS-ETAPAS-FLAG       PIC X VALUE 'N'.
           88 HAY-ETAPAS            VALUE 'S'.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
      ******************************************************************
       1000-INICIO.
           INITIALIZE T-CURSOS-VISTOS
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC86*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC86'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 1050-COMPROBAR-AUTORIZACION
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE W-ET-ENCONTRADO TO WS-ETAPAS-FLAG
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-COMPROBAR-AUTORIZACION.
      *    EL JUEGO SUSTITUYE ENTERO AL FICHERO VIGENTE Y NO VA POR
      *    COLEGIO: UNA SOLA COMPROBACION DE MODIFICACION, COLEGIO 00
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'         TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE 'PLAN DE ESTUDIOS' TO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC86'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC86*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ENTRADA.
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             ADD 1 TO C-LEIDOS
             PERFORM 2100-BUSCAR-ETAPA
             EVALUATE TRUE
               WHEN C-LEIDOS > 300
                 DISPLAY '*CCPRAC86*DEMASIADAS*LINEAS* MAXIMO 300'
                 ADD 1 TO C-ERRORES
               WHEN E-CURSO NOT NUMERIC OR E-CURSO-N < 1
                 DISPLAY '*CCPRAC86*CURSO*INVALIDO* LINEA '
                 DISPLAY '*CCPRAC86*TIPO*INVALIDO* LINEA '
                     C-LEIDOS ': ' E-TIPO
                 ADD 1 TO C-ERRORES
               WHEN E-COMPUTABLE NOT = 'S' AND E-COMPUTABLE NOT = 'N'
                   AND E-COMPUTABLE NOT = SPACE
                 DISPLAY '*CCPRAC86*COMPUTABLE*INVALIDO* LINEA '
                     C-LEIDOS ': ' E-COMPUTABLE
                 ADD 1 TO C-ERRORES
               WHEN E-ETAPA NOT = SPACE AND NOT HAY-ETAPAS
                 DISPLAY '*CCPRAC86*ETAPA*SIN*FICHERO*DE*ETAPAS* LINEA '
                     C-LEIDOS ': ' E-ETAPA
                 ADD 1 TO C-ERRORES
               WHEN E-ETAPA NOT = SPACE AND NOT W-ETAPA-ENCONTRADA
                 DISPLAY '*CCPRAC86*ETAPA*NO*DEFINIDA* LINEA '
                     C-LEIDOS ': ' E-ETAPA
                 ADD 1 TO C-ERRORES
               WHEN OTHER
                 ADD 1 TO C-LINEAS
                 MOVE E-CURSO-N      TO T-CURSO (C-LINEAS)
                 MOVE E-ASIGNATURA-N TO T-ASIG (C-LINEAS)
                 MOVE E-TIPO         TO T-TIPO (C-LINEAS)
                 MOVE E-ETAPA        TO T-ETAPA (C-LINEAS)
                 IF E-COMPUTABLE = 'N' THEN
                   MOVE 'N' TO T-COMPUTABLE (C-LINEAS)
                 ELSE
                   MOVE 'S' TO T-COMPUTABLE (C-LINEAS)
                 END-IF
                 IF E-TIPO = 'O' THEN
                   ADD 1 TO T-CV-OBLIGATORIAS (E-CURSO-N)
                 END-IF
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2100-BUSCAR-ETAPA.
           MOVE 'N' TO W-ET-ENCONTRADO
           IF E-ETAPA NOT = SPACE AND HAY-ETAPAS THEN
             MOVE E-ETAPA TO W-ET-ETAPA
             CALL "MODETAPA" USING 'E' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
           END-IF
           .
      ******************************************************************
       3000-VALIDAR-JUEGO.
           IF C-LINEAS = 0 THEN
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 >= WS-IDX-1
               IF T-CURSO (WS-IDX-1) = T-CURSO (WS-IDX-2)
                   AND T-ASIG (WS-IDX-1) = T-ASIG (WS-IDX-2)
                   AND T-ETAPA (WS-IDX-1) = T-ETAPA (WS-IDX-2) THEN
                 DISPLAY '*CCPRAC86*CLAVE*DUPLICADA* CURSO '
                     T-CURSO (WS-IDX-1) ' ASIGNATURA '
                     T-ASIG (WS-IDX-1) ' ETAPA ' T-ETAPA (WS-IDX-1)
                 ADD 1 TO C-ERRORES
               END-IF
             END-PERFORM
             MOVE T-CURSO (WS-IDX-1) TO PL-CURSO
             MOVE T-ASIG (WS-IDX-1)  TO PL-ASIGNATURA
             MOVE T-TIPO (WS-IDX-1)  TO PL-TIPO
             MOVE T-COMPUTABLE (WS-IDX-1) TO PL-COMPUTABLE
             MOVE T-ETAPA (WS-IDX-1) TO PL-ETAPA
             WRITE REG-PLAN-ESTUDIO
           END-PERFORM
           CLOSE F-PLAN
           DISPLAY 'LINEAS LEIDAS:  ' C-LEIDOS
           DISPLAY 'ERRORES:        ' C-ERRORES
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC86'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
