      *                 TRIMESTRE, ESTADO A/C/P, ANOS SIN DUPLICAR)    *
      *                 Y SOLO SI TODO EL JUEGO ES VALIDO REESCRIBE    *
      *                 EL FICHERO, COMO CCPRAC32 CON LA ESCALA.       *
      *                 EL OPERADOR LLEGA EN SYSIN Y, ANTES DE LEER EL *
      *                 JUEGO, SE COMPRUEBA EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR EL *
      *                 CALENDARIO ACADEMICO; SI NO, EL JUEGO CUENTA   *
      *                 COMO ERRONEO, EL FICHERO VIGENTE NO SE TOCA Y  *
      *                 EL RECHAZO QUEDA ANOTADO EN EL DIARIO AUTOLOG. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-CALENDARIO PIC XX.
               88 FS-CALENDARIO-OK  VALUE '00'.

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

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 99 VALUE 0.
           05 C-ERRORES           PIC 99 VALUE 0.
           .
      ******************************************************************
       1000-INICIO.
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC61*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC61'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 1050-COMPROBAR-AUTORIZACION
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
           MOVE 'CALENDARIO' TO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC61'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC61*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ENTRADA.
           READ F-ENTRADA
           DISPLAY 'ANOS LEIDOS:  ' C-LEIDOS
           DISPLAY 'ERRORES:      ' C-ERRORES
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC61'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
