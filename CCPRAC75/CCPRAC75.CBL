      *                 PAREJA COLEGIO+ASIGNATURA. LA BAJA SE DIRIGE   *
      *                 POR COLEGIO+ASIGNATURA+FECHA-DESDE. LOS        *
      *                 RECHAZOS SE LISTAN CON SU MOTIVO Y NO          *
      *                 IMPIDEN APLICAR EL RESTO DEL LOTE. EL          *
      *                 SUSTITUTO DEBE ESTAR HABILITADO PARA LA        *
      *                 ASIGNATURA EN LA FECHA-DESDE SEGUN EL REGISTRO *
      *                 DE HABILITACIONES (MODHABIL), SALVO EXCEPCION  *
      *                 AUTORIZADA VIGENTE CITADA EN F-EXCEPCION.      *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA ALTA O BAJA SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR) PARA SU      *
      *                 COLEGIO; SI NO ESTA AUTORIZADA SE RECHAZA Y    *
      *                 QUEDA ANOTADA EN EL DIARIO AUTOLOG.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-FECHA-DESDE  PIC X(8).
           05 FILLER         PIC X.
           05 F-FECHA-HASTA  PIC X(8).
           05 FILLER         PIC X.
           05 F-EXCEPCION    PIC X(8).
           05 FILLER         PIC X(26).

       FD F-SUSTITUCIONES
           RECORDING MODE IS F.
           05 C-ALTAS-OK          PIC 999 VALUE 0.
           05 C-BAJAS-OK          PIC 999 VALUE 0.
           05 C-RECHAZADOS        PIC 999 VALUE 0.
           05 C-NO-AUTORIZADOS    PIC 999 VALUE 0.

       01 T-SUSTITUCIONES.
           05 C-SUSTITUCIONES  PIC 999 VALUE 0.
               10 T-SU-DESDE    PIC X(8).
               10 T-SU-HASTA    PIC X(8).

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

       01 WS-IDX               PIC 999.
       01 WS-IDX-BAJA          PIC 999.
       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

       01 W-HABILIT-LOOKUP.
           05 W-HB-PROFESOR       PIC 9(4).
           05 W-HB-ASIG           PIC 9.
           05 W-HB-FECHA          PIC X(8).
           05 W-HB-EXCEPCION      PIC X(8).
           05 W-HB-RESULTADO      PIC X.
               88 W-HB-NO-HABILITADO      VALUE 'N'.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
       1000-INICIO.
           INITIALIZE T-SUSTITUCIONES
           PERFORM 1100-CARGAR-REGISTRO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC75*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC75'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CALL "MODHABIL" USING 'O' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL

           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             ADD 1 TO C-LEIDOS
             MOVE 'N' TO W-AUT-RESULTADO
             IF F-OPCION = 'A' OR F-OPCION = 'B' THEN
               PERFORM 2050-COMPROBAR-AUTORIZACION
             END-IF
             EVALUATE TRUE
               WHEN F-OPCION NOT = 'A' AND F-OPCION NOT = 'B'
                 DISPLAY '*CCPRAC75*OPCION*INVALIDA* LINEA '
                     C-LEIDOS ': ' F-OPCION
                 ADD 1 TO C-RECHAZADOS
               WHEN NOT W-OPERADOR-AUTORIZADO
                 DISPLAY '*CCPRAC75*OPERADOR*NO*AUTORIZADO* LINEA '
                     C-LEIDOS ': ' WS-OPERADOR ' ' F-OPCION
                     ' COLEGIO ' F-COD-COLEGIO
                 ADD 1 TO C-NO-AUTORIZADOS
                 ADD 1 TO C-RECHAZADOS
               WHEN F-OPCION = 'A'
                 PERFORM 2100-ALTA
               WHEN OTHER
                 PERFORM 2200-BAJA
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2050-COMPROBAR-AUTORIZACION.
      *    UN COLEGIO NO NUMERICO SE COMPRUEBA COMO 00 Y LO RECHAZA
      *    DESPUES LA VALIDACION DEL ALTA O LA BUSQUEDA DE LA BAJA
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE F-OPCION    TO W-AUT-TRANS
           IF F-COD-COLEGIO NUMERIC THEN
             MOVE F-COD-COLEGIO-N TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'SUST=' DELIMITED BY SIZE
                  F-COD-COLEGIO DELIMITED BY SIZE
                  F-ASIGNATURA DELIMITED BY SIZE
                  F-FECHA-DESDE DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC75'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2100-ALTA.
           MOVE 'N' TO WS-RECHAZO-FLAG
               END-IF
             END-PERFORM
           END-IF
           IF NOT REGISTRO-RECHAZADO THEN
             MOVE F-COD-SUSTITUTO TO W-HB-PROFESOR
             MOVE F-ASIGNATURA    TO W-HB-ASIG
             MOVE F-FECHA-DESDE   TO W-HB-FECHA
             MOVE F-EXCEPCION     TO W-HB-EXCEPCION
             CALL "MODHABIL" USING 'L' W-HB-PROFESOR W-HB-ASIG
                                    W-HB-FECHA W-HB-EXCEPCION
                                    W-HB-RESULTADO
             END-CALL
             IF W-HB-NO-HABILITADO THEN
               DISPLAY '*CCPRAC75*SUSTITUTO*NO*HABILITADO* LINEA '
                   C-LEIDOS ': ' F-COD-SUSTITUTO ' ASIGNATURA '
                   F-ASIGNATURA ' EXCEPCION ' F-EXCEPCION
               SET REGISTRO-RECHAZADO TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
       2200-BAJA.
           DISPLAY 'ALTAS APLICADAS:      ' C-ALTAS-OK
           DISPLAY 'BAJAS APLICADAS:      ' C-BAJAS-OK
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADOS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADOS
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC75'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CALL "MODHABIL" USING 'C' W-HB-PROFESOR W-HB-ASIG
                                  W-HB-FECHA W-HB-EXCEPCION
                                  W-HB-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
