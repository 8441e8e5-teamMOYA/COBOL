      *                 ASIGNATURA (COLEGIO VIA EL MAESTRO RALUMN02)   *
      *                 EN LA LISTA DE ACTAS A REEMITIR COMO           *
      *                 DEFINITIVAS CUANDO CIERRE LA VENTANA.          *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE USARLA (LA PRESENTACION CUENTA  *
      *                 COMO ALTA Y LA RESOLUCION COMO MODIFICACION);  *
      *                 SI NO, SE RECHAZA Y QUEDA ANOTADA EN EL DIARIO *
      *                 AUTOLOG. CADA PRESENTACION ADMITIDA IMPRIME EN *
      *                 DESGLOSE LOS COMPONENTES DE LA NOTA RECLAMADA  *
      *                 (EXAMENES, PROYECTOS Y TRABAJO DE CLASE CON SU *
      *                 PESO, REGISTRO RCOMPNOT) Y LA NOTA PONDERADA   *
      *                 QUE DAN, PARA LA COMISION QUE LA RESUELVE; LA  *
      *                 TRANSACCION C (CONSULTAR) LO IMPRIME SIN TOCAR *
      *                 EL REGISTRO.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-REEMISIONES ASSIGN REEMITE
               FILE STATUS IS FS-REEMISIONES.

           SELECT F-COMPONENTES ASSIGN COMPNOTA
               FILE STATUS IS FS-COMPONENTES.

           SELECT F-DESGLOSE ASSIGN DESGLOSE
               FILE STATUS IS FS-DESGLOSE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           05 RE-ANO         PIC 9(4).
           05 FILLER         PIC X(73).

       FD F-COMPONENTES
           RECORDING MODE IS F.
           COPY RCOMPNOT.

       FD F-DESGLOSE
           RECORDING MODE IS F
           DATA RECORD LINEA-DESGLOSE.
       01 LINEA-DESGLOSE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-CORRECCIONES-OK VALUE '00'.
           05 FS-REEMISIONES PIC XX.
               88 FS-REEMISIONES-OK VALUE '00'.
           05 FS-COMPONENTES PIC XX.
               88 FS-COMPONENTES-OK VALUE '00'.
           05 FS-DESGLOSE PIC XX.
               88 FS-DESGLOSE-OK    VALUE '00'.

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 999 VALUE 0.
           05 C-ESTIMADAS         PIC 999 VALUE 0.
           05 C-DESESTIMADAS      PIC 999 VALUE 0.
           05 C-RECHAZADAS        PIC 999 VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 999 VALUE 0.
           05 C-DESGLOSES         PIC 999 VALUE 0.

       01 T-RECLAMACIONES.
           05 C-RECLAMACIONES  PIC 999 VALUE 0.
               10 T-RL-NOTA-REC PIC 99V9.
               10 T-RL-NOTA-RES PIC 99V9.

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-IDX               PIC 999.
       01 WS-IDX-CLAVE         PIC 999.

       01 WS-COMPONENTES-FLAG  PIC X VALUE 'N'.
           88 HAY-COMPONENTES       VALUE 'S'.

       01 W-DESGLOSE.
           05 W-DG-COMPONENTES  PIC 99.
           05 W-DG-SUMA-PONDERADA PIC 9(6)V9.
           05 W-DG-SUMA-PESOS   PIC 9(4).
           05 W-DG-NOTA         PIC 99V9.

       01 LINEA-DG-CABECERA.
           05 FILLER         PIC X(18) VALUE 'NOTA RECLAMADA NIF'.
           05 FILLER         PIC X     VALUE SPACE.
           05 LDC-NIF        PIC X(9).
           05 FILLER         PIC X(6)  VALUE ' ASIG '.
           05 LDC-ASIGNATURA PIC 9.
           05 FILLER         PIC X(5)  VALUE ' ANO '.
           05 LDC-ANO        PIC 9(4).
           05 FILLER         PIC X(6)  VALUE ' TRIM '.
           05 LDC-TRIMESTRE  PIC 9.
           05 FILLER         PIC X(6)  VALUE ' CONV '.
           05 LDC-CONVOCATORIA PIC 9.
           05 FILLER         PIC X(22) VALUE SPACES.

       01 LINEA-DG-COMPONENTE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 LDG-TIPO       PIC X(8).
           05 FILLER         PIC X     VALUE SPACE.
           05 LDG-NUMERO     PIC 99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LDG-DESCRIPCION PIC X(20).
           05 FILLER         PIC X(7)  VALUE '  NOTA '.
           05 LDG-NOTA       PIC Z9.9.
           05 FILLER         PIC X(7)  VALUE '  PESO '.
           05 LDG-PESO       PIC ZZ9.
           05 FILLER         PIC X     VALUE '%'.
           05 FILLER         PIC X(21) VALUE SPACES.

       01 LINEA-DG-TOTAL.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 LDT-TEXTO      PIC X(40).
           05 LDT-NOTA       PIC Z9.9.
           05 FILLER         PIC X(32) VALUE SPACES.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC95'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-REGISTRO.
               DISPLAY FS-REEMISIONES
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-DESGLOSE
           IF NOT FS-DESGLOSE-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO DESGLOSE'
               DISPLAY FS-DESGLOSE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-COMPONENTES
           IF FS-COMPONENTES-OK THEN
               SET HAY-COMPONENTES TO TRUE
           ELSE
               DISPLAY 'SIN FICHERO DE COMPONENTES - LAS NOTAS '
                   'RECLAMADAS SALEN SIN DESGLOSE'
           END-IF
           .
      ******************************************************************
       2000-PROCESO-DATOS.
           IF FS-ENTRADA-OK THEN
             ADD 1 TO C-LEIDAS
             PERFORM 2100-LOCALIZAR-CLAVE
             MOVE 'S' TO W-AUT-RESULTADO
             IF E-OPCION = 'P' OR E-OPCION = 'E' OR E-OPCION = 'D' THEN
               PERFORM 2050-COMPROBAR-AUTORIZACION
             END-IF
             IF NOT W-OPERADOR-AUTORIZADO THEN
               DISPLAY '*CCPRAC95*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' E-OPERADOR ' ' E-OPCION ' ' E-NIF
                   ' ' E-ASIGNATURA
               ADD 1 TO C-RECHAZADAS
               ADD 1 TO C-NO-AUTORIZADAS
             ELSE
               EVALUATE E-OPCION
                 WHEN 'P' PERFORM 2200-PRESENTAR
                 WHEN 'E' PERFORM 2300-ESTIMAR
                 WHEN 'D' PERFORM 2400-DESESTIMAR
                 WHEN 'C' PERFORM 2500-IMPRIMIR-DESGLOSE
                 WHEN OTHER
                   DISPLAY '*CCPRAC95*OPCION*INVALIDA* LINEA '
                       C-LEIDAS ': ' E-OPCION
                   ADD 1 TO C-RECHAZADAS
               END-EVALUATE
             END-IF
           END-IF
           .
      ******************************************************************
       2050-COMPROBAR-AUTORIZACION.
      *    PRESENTAR ABRE UNA RECLAMACION (ALTA); ESTIMAR O DESESTIMAR
      *    LA RESUELVE (MODIFICACION). LA TRANSACCION NO LLEVA COLEGIO:
      *    LA CORRECCION QUE GENERA UNA ESTIMACION SE VUELVE A
      *    COMPROBAR CON SU COLEGIO CUANDO LA APLICA CCPRAC49
           MOVE E-OPERADOR TO W-AUT-OPERADOR
           IF E-OPCION = 'P' THEN
             MOVE 'A' TO W-AUT-TRANS
           ELSE
             MOVE 'M' TO W-AUT-TRANS
           END-IF
           MOVE 0          TO W-AUT-COLEGIO
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  E-ASIGNATURA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  E-ANO DELIMITED BY SIZE
                  E-TRIMESTRE DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC95'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2100-LOCALIZAR-CLAVE.
               MOVE 0              TO T-RL-NOTA-RES
                   (C-RECLAMACIONES)
               ADD 1 TO C-PRESENTADAS
               PERFORM 2500-IMPRIMIR-DESGLOSE
           END-EVALUATE
           .
      ******************************************************************
             ADD 1 TO C-DESESTIMADAS
           END-IF
           .
      ******************************************************************
       2500-IMPRIMIR-DESGLOSE.
      *    EL REGISTRO DE COMPONENTES SE RELEE ENTERO POR CADA NOTA,
      *    IGUAL QUE EL MAESTRO EN 2320: LAS TRANSACCIONES NO VIENEN
      *    EN ORDEN DE CLAVE
           MOVE E-NIF          TO LDC-NIF
           MOVE E-ASIGNATURA   TO LDC-ASIGNATURA
           MOVE E-ANO          TO LDC-ANO
           MOVE E-TRIMESTRE    TO LDC-TRIMESTRE
           MOVE E-CONVOCATORIA TO LDC-CONVOCATORIA
           WRITE LINEA-DESGLOSE FROM LINEA-DG-CABECERA
           ADD 1 TO C-DESGLOSES
           MOVE 0 TO W-DG-COMPONENTES W-DG-SUMA-PONDERADA
                     W-DG-SUMA-PESOS
           IF HAY-COMPONENTES THEN
             CLOSE F-COMPONENTES
             OPEN INPUT F-COMPONENTES
             READ F-COMPONENTES
             PERFORM UNTIL NOT FS-COMPONENTES-OK
                 OR CN-NIF > E-NIF
               IF CN-NIF = E-NIF
                   AND CN-ASIGNATURA = E-ASIGNATURA
                   AND CN-ANO = E-ANO
                   AND CN-TRIMESTRE = E-TRIMESTRE THEN
                 PERFORM 2510-LINEA-COMPONENTE
               END-IF
               READ F-COMPONENTES
             END-PERFORM
           END-IF
           EVALUATE TRUE
             WHEN NOT HAY-COMPONENTES
               MOVE 'SIN REGISTRO DE COMPONENTES' TO LDT-TEXTO
               MOVE 0 TO LDT-NOTA
             WHEN W-DG-COMPONENTES = 0
               MOVE 'SIN COMPONENTES CARGADOS PARA ESTA NOTA'
                 TO LDT-TEXTO
               MOVE 0 TO LDT-NOTA
             WHEN E-CONVOCATORIA = 2
      *        LOS COMPONENTES SON DE LA ORDINARIA: SE MUESTRAN PERO
      *        NO EXPLICAN LA NOTA DE SEPTIEMBRE
               MOVE 'CONVOCATORIA 2: COMPONENTES DE LA ORD.'
                 TO LDT-TEXTO
               MOVE 0 TO LDT-NOTA
             WHEN OTHER
               COMPUTE W-DG-NOTA ROUNDED =
                   W-DG-SUMA-PONDERADA / W-DG-SUMA-PESOS
               MOVE 'NOTA PONDERADA DE LOS COMPONENTES:'
                 TO LDT-TEXTO
               MOVE W-DG-NOTA TO LDT-NOTA
           END-EVALUATE
           WRITE LINEA-DESGLOSE FROM LINEA-DG-TOTAL
           .
      ******************************************************************
       2510-LINEA-COMPONENTE.
           ADD 1 TO W-DG-COMPONENTES
           COMPUTE W-DG-SUMA-PONDERADA = W-DG-SUMA-PONDERADA
               + CN-NOTA * CN-PESO
           ADD CN-PESO TO W-DG-SUMA-PESOS
           EVALUATE TRUE
             WHEN CN-EXAMEN   MOVE 'EXAMEN  ' TO LDG-TIPO
             WHEN CN-PROYECTO MOVE 'PROYECTO' TO LDG-TIPO
             WHEN OTHER       MOVE 'TRABAJO ' TO LDG-TIPO
           END-EVALUATE
           MOVE CN-NUMERO      TO LDG-NUMERO
           MOVE CN-DESCRIPCION TO LDG-DESCRIPCION
           MOVE CN-NOTA        TO LDG-NOTA
           MOVE CN-PESO        TO LDG-PESO
           WRITE LINEA-DESGLOSE FROM LINEA-DG-COMPONENTE
           .
      ******************************************************************
       3000-REESCRIBIR-REGISTRO.
           OPEN OUTPUT F-RECLAMACIONES
           DISPLAY 'ESTIMADAS:            ' C-ESTIMADAS
           DISPLAY 'DESESTIMADAS:         ' C-DESESTIMADAS
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           DISPLAY 'DESGLOSES IMPRESOS:   ' C-DESGLOSES
           CALL "MODCALEN" USING 'C' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           CLOSE F-MAESTRO
           CLOSE F-CORRECCIONES
           CLOSE F-REEMISIONES
           CLOSE F-DESGLOSE
           IF HAY-COMPONENTES THEN
             CLOSE F-COMPONENTES
           END-IF
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC95'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC95' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
