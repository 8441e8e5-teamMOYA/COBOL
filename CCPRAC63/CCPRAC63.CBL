      *                 TABLA COLEGIOS, Y UNA VERIFICACION FINAL AL    *
      *                 ESTILO CCPRAC23 DEMUESTRA QUE NADA SIGUE       *
      *                 REFERENCIANDO EL CODIGO MUERTO.                *
      *                 EL MODO REAL LLEVA EN SYSIN EL OPERADOR QUE LO *
      *                 LANZA, QUE DEBE TENER EN LA MATRIZ DE          *
      *                 AUTORIZACION (MODAUTOR) LA BAJA SOBRE EL       *
      *                 COLEGIO ORIGEN Y EL ALTA SOBRE EL DESTINO; SI  *
      *                 NO, NO SE MUEVE NADA Y EL INTENTO QUEDA        *
      *                 ANOTADO EN EL DIARIO AUTOLOG.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-MODO              PIC X.
               88 MODO-SIMULACION       VALUE 'P'.
               88 MODO-REAL             VALUE 'R'.
           05 WS-OPERADOR          PIC X(8).
           05 FILLER               PIC X(67).

       01 W-ORIGEN-NUM            PIC S9(4).
       01 W-DESTINO-NUM           PIC S9(4).
           05 V-PROFES-RESTO      PIC S9(9) USAGE COMP.
           05 V-COLEGIO-RESTO     PIC S9(9) USAGE COMP.

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 W-NIF-AUDIT             PIC X(9).
       01 W-PROFESOR-AUDIT        PIC S9(4) USAGE COMP.
       01 W-PROFESOR-DIS          PIC 9(4).
               FUNCTION ORD('A') + 1
           MOVE W-ORIGEN-NUM  TO W-ORIGEN-COMP
           MOVE W-DESTINO-NUM TO W-DESTINO-COMP
           IF MODO-REAL THEN
               PERFORM 1050-COMPROBAR-AUTORIZACION
           END-IF

           OPEN I-O F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-COMPROBAR-AUTORIZACION.
      *    LA FUSION ES UNA BAJA DEL COLEGIO ORIGEN Y UN ALTA DE SUS
      *    ALUMNOS Y PROFESORES EN EL DESTINO: HACEN FALTA LAS DOS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC63'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE WS-OPERADOR   TO W-AUT-OPERADOR
           MOVE 'B'           TO W-AUT-TRANS
           MOVE W-ORIGEN-NUM  TO W-AUT-COLEGIO
           MOVE SPACES        TO W-AUT-CLAVE
           STRING 'FUSION=' DELIMITED BY SIZE
                  WS-COD-ORIGEN DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WS-COD-DESTINO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC63'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF W-OPERADOR-AUTORIZADO THEN
               MOVE 'A'           TO W-AUT-TRANS
               MOVE W-DESTINO-NUM TO W-AUT-COLEGIO
               CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC63'
                   W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
               END-CALL
           END-IF
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC63'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
               DISPLAY '*CCPRAC63*OPERADOR*NO*AUTORIZADO* '
                   WS-OPERADOR ' ' W-AUT-TRANS ' ORIGEN='
                   WS-COD-ORIGEN ' DESTINO=' WS-COD-DESTINO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-MEDIR-IMPACTO.
           EXEC SQL
