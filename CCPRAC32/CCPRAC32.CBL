      *                 ALGO FALLA LA ESCALA VIGENTE NO SE TOCA Y SE   *
      *                 EMITE EL DETALLE DE RECHAZOS, COMO HACE        *
      *                 CCPRAC16 CON LAS ASIGNATURAS.                  *
      *                 UNA COLUMNA OPCIONAL TRAS LA VIGENCIA ASIGNA   *
      *                 EL TRAMO A UNA ETAPA EDUCATIVA CON ESCALA      *
      *                 PROPIA (DEFINIDA EN EL FICHERO DE ETAPAS, VIA  *
      *                 MODETAPA); LOS SOLAPES SE MIRAN DENTRO DE CADA *
      *                 ETAPA Y CADA ESCALA, LA GENERAL Y LAS DE       *
      *                 ETAPA, HA DE CUBRIR SOLA DE 0 A 10.            *
      *                 EL OPERADOR LLEGA EN SYSIN Y, ANTES DE LEER EL *
      *                 JUEGO, SE COMPRUEBA EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR LA *
      *                 ESCALA DE CALIFICACION; SI NO, EL JUEGO CUENTA *
      *                 COMO ERRONEO, EL FICHERO VIGENTE NO SE TOCA Y  *
      *                 EL RECHAZO QUEDA ANOTADO EN EL DIARIO AUTOLOG. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 E-ETIQUETA    PIC X(16).
           05 E-ANO-DESDE   PIC X(4).
           05 E-ANO-HASTA   PIC X(4).
           05 E-ETAPA       PIC X.
           05 FILLER        PIC X(51).

       FD F-ESCALA
           RECORDING MODE IS F.
               10 T-ETIQUETA    PIC X(16).
               10 T-ANO-DESDE   PIC 9(4).
               10 T-ANO-HASTA   PIC 9(4).
               10 T-ETAPA       PIC X.

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

       01 WS-IDX-1             PIC 99.
       01 WS-IDX-2             PIC 99.
       01 WS-NOTA-CUBIERTA     PIC 99.
       01 WS-CUBIERTO-FLAG     PIC X.
           88 NOTA-CUBIERTA         VALUE 'S'.
       01 WS-ETAPA-COBERTURA   PIC X.
       01 WS-PRIMER-TRAMO-FLAG PIC X.
           88 PRIMER-TRAMO-ETAPA    VALUE 'S'.

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
           .
      ******************************************************************
       1000-INICIO.
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC32*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC32'
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
           MOVE 'ESCALA' TO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC32'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC32*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ENTRADA.
           READ F-ENTRADA
                     C-LEIDOS ': ' E-NOTA-DESDE '-' E-NOTA-HASTA
                 ADD 1 TO C-ERRORES
               ELSE
                 PERFORM 2100-BUSCAR-ETAPA
                 EVALUATE TRUE
                   WHEN E-ETIQUETA = SPACES
                     DISPLAY '*CCPRAC32*ETIQUETA*VACIA* LINEA ' C-LEIDOS
                     ADD 1 TO C-ERRORES
                   WHEN E-ETAPA NOT = SPACE AND NOT W-ETAPA-ENCONTRADA
                     DISPLAY '*CCPRAC32*ETAPA*NO*DEFINIDA* LINEA '
                         C-LEIDOS ': ' E-ETAPA
                     ADD 1 TO C-ERRORES
                   WHEN OTHER
                     ADD 1 TO C-TRAMOS
                     MOVE E-NOTA-DESDE TO T-DESDE (C-TRAMOS)
                     MOVE E-NOTA-HASTA TO T-HASTA (C-TRAMOS)
                     MOVE E-ETIQUETA   TO T-ETIQUETA (C-TRAMOS)
                     MOVE E-ETAPA      TO T-ETAPA (C-TRAMOS)
                     IF E-ANO-DESDE NUMERIC THEN
                       MOVE E-ANO-DESDE TO T-ANO-DESDE (C-TRAMOS)
                     ELSE
                       MOVE 0 TO T-ANO-DESDE (C-TRAMOS)
                     END-IF
                     IF E-ANO-HASTA NUMERIC THEN
                       MOVE E-ANO-HASTA TO T-ANO-HASTA (C-TRAMOS)
                     ELSE
                       MOVE 0 TO T-ANO-HASTA (C-TRAMOS)
                     END-IF
                 END-EVALUATE
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       2100-BUSCAR-ETAPA.
      *    SIN FICHERO DE ETAPAS SOLO CABE LA ESCALA GENERAL
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
           IF C-TRAMOS = 0 THEN
      *        DOS TRAMOS SOLO CHOCAN SI ADEMAS DE LAS NOTAS SE
      *        SOLAPAN SUS VIGENCIAS (0 = SIN LIMITE)
               IF WS-IDX-1 NOT = WS-IDX-2
                   AND T-ETAPA (WS-IDX-2) = T-ETAPA (WS-IDX-1)
                   AND T-DESDE (WS-IDX-2) <= T-HASTA (WS-IDX-1)
                   AND T-HASTA (WS-IDX-2) >= T-DESDE (WS-IDX-1)
                   AND (T-ANO-DESDE (WS-IDX-2) = 0
             END-PERFORM
           END-PERFORM

      *    LA COBERTURA SE MIRA UNA VEZ POR ESCALA: AL LLEGAR AL
      *    PRIMER TRAMO DE CADA ETAPA (LA GENERAL ES LA ETAPA EN BLANCO)
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > C-TRAMOS
             MOVE 'S' TO WS-PRIMER-TRAMO-FLAG
             PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                     UNTIL WS-IDX-1 >= WS-IDX-2
               IF T-ETAPA (WS-IDX-1) = T-ETAPA (WS-IDX-2) THEN
                 MOVE 'N' TO WS-PRIMER-TRAMO-FLAG
               END-IF
             END-PERFORM
             IF PRIMER-TRAMO-ETAPA THEN
               MOVE T-ETAPA (WS-IDX-2) TO WS-ETAPA-COBERTURA
               PERFORM 3100-COBERTURA-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3100-COBERTURA-ETAPA.
           PERFORM VARYING WS-NOTA-CUBIERTA FROM 0 BY 1
                   UNTIL WS-NOTA-CUBIERTA > 10
             MOVE 'N' TO WS-CUBIERTO-FLAG
             PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                     UNTIL WS-IDX-1 > C-TRAMOS
               IF T-ETAPA (WS-IDX-1) = WS-ETAPA-COBERTURA
                   AND WS-NOTA-CUBIERTA >= T-DESDE (WS-IDX-1)
                   AND WS-NOTA-CUBIERTA <= T-HASTA (WS-IDX-1) THEN
                 SET NOTA-CUBIERTA TO TRUE
               END-IF
             END-PERFORM
             IF NOT NOTA-CUBIERTA THEN
               DISPLAY '*CCPRAC32*NOTA*SIN*TRAMO* ' WS-NOTA-CUBIERTA
                   ' ETAPA ' WS-ETAPA-COBERTURA
               ADD 1 TO C-ERRORES
             END-IF
           END-PERFORM
             MOVE T-ETIQUETA (WS-IDX-1)  TO ETIQUETA
             MOVE T-ANO-DESDE (WS-IDX-1) TO ESC-ANO-DESDE
             MOVE T-ANO-HASTA (WS-IDX-1) TO ESC-ANO-HASTA
             MOVE T-ETAPA (WS-IDX-1)     TO ESC-ETAPA
             WRITE REG-ESCALA
           END-PERFORM
           CLOSE F-ESCALA
           DISPLAY 'TRAMOS LEIDOS:  ' C-LEIDOS
           DISPLAY 'ERRORES:        ' C-ERRORES
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC32'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
