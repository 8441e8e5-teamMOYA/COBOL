      *                 SE VALIDA CONTRA LA TABLA PROFESORES (0 =      *
      *                 GRUPO SIN TUTOR, SE ADMITE CON AVISO), COMO    *
      *                 CCPRAC42 VALIDA EL COLEGIO CONTRA COLEGIOS.    *
      *                 LA ENTRADA NO TIENE SITIO PARA EL OPERADOR:    *
      *                 LLEGA EN SYSIN, Y CADA GRUPO SE COMPRUEBA CON  *
      *                 EL EN LA MATRIZ DE AUTORIZACION (MODAUTOR,     *
      *                 OPCION MODIFICACION Y COLEGIO DEL GRUPO); UN   *
      *                 GRUPO NO AUTORIZADO CUENTA COMO ERROR, QUEDA   *
      *                 ANOTADO EN EL DIARIO AUTOLOG Y EL FICHERO      *
      *                 VIGENTE NO SE TOCA.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 C-CONTADORES.
           05 C-LEIDOS            PIC 999 VALUE 0.
           05 C-ERRORES           PIC 999 VALUE 0.
           05 C-NO-AUTORIZADOS    PIC 999 VALUE 0.

       01 T-NUEVOS-GRUPOS.
           05 C-GRUPOS          PIC 999 VALUE 0.
               10 T-TUTOR       PIC 9(4).
               10 T-TUTOR-NOM   PIC X(15).

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
       01 WS-RECHAZO-FLAG      PIC X.
           .
      ******************************************************************
       1000-INICIO.
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC44*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC44'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
                     C-LEIDOS ': ' E-TUTOR
                 ADD 1 TO C-ERRORES
               WHEN OTHER
                 PERFORM 2050-COMPROBAR-AUTORIZACION
                 IF W-OPERADOR-AUTORIZADO THEN
                   PERFORM 2100-VALIDAR-TUTOR
                 ELSE
                   DISPLAY '*CCPRAC44*OPERADOR*NO*AUTORIZADO* LINEA '
                       C-LEIDOS ': ' WS-OPERADOR ' COLEGIO '
                       E-COD-COLEGIO
                   ADD 1 TO C-ERRORES
                   ADD 1 TO C-NO-AUTORIZADOS
                   SET REGISTRO-RECHAZADO TO TRUE
                 END-IF
                 IF NOT REGISTRO-RECHAZADO THEN
                   ADD 1 TO C-GRUPOS
                   MOVE E-COD-COLEGIO-N TO T-COLEGIO (C-GRUPOS)
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2050-COMPROBAR-AUTORIZACION.
      *    EL JUEGO SUSTITUYE LOS GRUPOS VIGENTES: CADA LINEA PIDE EL
      *    PERMISO DE MODIFICACION PARA SU COLEGIO
           MOVE WS-OPERADOR     TO W-AUT-OPERADOR
           MOVE 'M'             TO W-AUT-TRANS
           MOVE E-COD-COLEGIO-N TO W-AUT-COLEGIO
           MOVE SPACES          TO W-AUT-CLAVE
           STRING 'GRUPO=' DELIMITED BY SIZE
                  E-COD-COLEGIO DELIMITED BY SIZE
                  E-COD-GRUPO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC44'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2100-VALIDAR-TUTOR.
      *    TUTOR 0 = GRUPO SIN TUTOR DESIGNADO: SE ADMITE CON AVISO.
       4000-FIN.
           DISPLAY 'GRUPOS LEIDOS:  ' C-LEIDOS
           DISPLAY 'ERRORES:        ' C-ERRORES
           DISPLAY 'NO AUTORIZADOS: ' C-NO-AUTORIZADOS
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC44'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
