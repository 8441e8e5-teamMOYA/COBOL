      *                 SE GUARDA EN EL FICHERO INDEXADO; LA TABLA     *
      *                 DB2 SIGUE CON CODIGO+NOMBRE, QUE ES LO QUE     *
      *                 CONSUMEN SUS LECTORES.                         *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA TRANSACCION SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR) PARA SU      *
      *                 OPCION Y COLEGIO; SI NO ESTA AUTORIZADA SE     *
      *                 RECHAZA CON SU MOTIVO Y QUEDA ANOTADA EN EL    *
      *                 DIARIO AUTOLOG.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADOS        PIC 9(5) VALUE 0.
           05 C-ERRORES           PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADOS    PIC 9(5) VALUE 0.

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

       01 W-COD-COLEGIO-NUM       PIC S9(4).
       01 W-ALUMNOS-REFERENCIA    PIC S9(9) USAGE COMP.
           .
      ******************************************************************
       1000-INICIO.
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRAC58*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC58'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
                 FUNCTION ORD('A') + 1
             MOVE W-COD-COLEGIO-NUM TO COD-COLEGIO OF DCLCOLEGIOS
             MOVE F-NOMBRE TO NOMBRE OF DCLCOLEGIOS
             MOVE 'N' TO W-AUT-RESULTADO
             IF F-OPCION = 'A' OR F-OPCION = 'B' OR F-OPCION = 'M' THEN
               PERFORM 2050-COMPROBAR-AUTORIZACION
             END-IF
             EVALUATE TRUE
               WHEN (F-OPCION = 'A' OR F-OPCION = 'B' OR F-OPCION = 'M')
                   AND NOT W-OPERADOR-AUTORIZADO
                 DISPLAY '*CCPRAC58*OPERADOR*NO*AUTORIZADO* '
                     WS-OPERADOR ' ' F-OPCION ' ' F-COD-COLEGIO
                 ADD 1 TO C-NO-AUTORIZADOS
                 MOVE 'OPERADOR NO AUTORIZADO' TO LR-MOTIVO
                 PERFORM 2900-RECHAZAR
               WHEN (F-OPCION = 'A' OR F-OPCION = 'M')
                   AND F-TITULARIDAD NOT = 'B'
                   AND F-TITULARIDAD NOT = 'C'
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2050-COMPROBAR-AUTORIZACION.
           MOVE WS-OPERADOR       TO W-AUT-OPERADOR
           MOVE F-OPCION          TO W-AUT-TRANS
           MOVE W-COD-COLEGIO-NUM TO W-AUT-COLEGIO
           MOVE SPACES            TO W-AUT-CLAVE
           STRING 'COLEGIO=' DELIMITED BY SIZE
                  F-COD-COLEGIO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC58'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2100-ALTA.
           INITIALIZE REG-FCOLEGIO
           DISPLAY 'MODIF. CORRECTAS: ' C-MODIF-OK
           DISPLAY 'RECHAZADOS:       ' C-RECHAZADOS
           DISPLAY 'CON ERROR:        ' C-ERRORES
           DISPLAY 'NO AUTORIZADOS:   ' C-NO-AUTORIZADOS
           DISPLAY '******************************************'
           CLOSE F-ENTRADA
           CLOSE F-COLEGIOS
           CLOSE F-RECHAZOS
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC58'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
