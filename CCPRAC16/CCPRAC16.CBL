      *                 LA MISMA LOGICA SQL DE ALTA/BAJA/MODIFICACION   *
      *                 DE CCPRAC10, PARA CORRECCIONES PUNTUALES SIN    *
      *                 MONTAR UN FICHERO DE ENTRADA POR LOTES          *
      *                 EL OPERADOR LLEGA EN SYSIN (POSICION 29) Y LA   *
      *                 TRANSACCION SE COMPRUEBA CON EL EN LA MATRIZ DE *
      *                 AUTORIZACION (MODAUTOR), COMO EN CCPRAC10; SI   *
      *                 NO PUEDE USAR ESA OPCION NO SE APLICA, QUEDA    *
      *                 ANOTADA EN EL DIARIO AUTOLOG Y TERMINA CON 8.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-CREDITOS   PIC 999.
           05 FILLER        PIC X.
           05 WS-LOCK-OVERRIDE PIC X.
           05 FILLER        PIC X.
           05 WS-OPERADOR   PIC X(8).
           05 FILLER        PIC X(44).

           COPY WSQLCOD.

               88 LOCK-EN-PODER      VALUE 'S'.


       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

      *    LAS CALL DE 4000-FIN PONEN RETURN-CODE A 0
       01 WS-RC-FINAL             PIC 99 VALUE 0.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
      ******************************************************************
       1000-INICIO.
           ACCEPT LINEA-SYSIN
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC16'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 1050-ADQUIRIR-CERROJO
           MOVE WS-COD-ASIG TO COD-ASIG
           MOVE WS-NOMBRE   TO NOMBRE
           .
      ******************************************************************
       2000-PROCESO-DATOS.
           IF WS-OPCION = 'A' OR WS-OPCION = 'B' OR WS-OPCION = 'M' THEN
               PERFORM 2050-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE WS-OPCION
             WHEN 'A' PERFORM 2100-ALTA
             WHEN 'B' PERFORM 2200-BAJA
             DISPLAY 'SQL-ERROR ' SQL-ERROR ' ' WS-SQL-MENSAJE
           END-IF
           .
      ******************************************************************
       2050-COMPROBAR-AUTORIZACION.
      *    LAS ASIGNATURAS NO SON DE NINGUN COLEGIO: SOLO CUENTAN EL
      *    PROGRAMA Y LA OPCION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE WS-OPCION   TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'COD-ASIG=' DELIMITED BY SIZE
                  WS-COD-ASIG DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC16'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
               DISPLAY '*CCPRAC16*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
                   ' ' WS-OPCION ' ' WS-COD-ASIG
               MOVE 8 TO WS-RC-FINAL
               PERFORM 4000-FIN
           END-IF
           .
      ******************************************************************
       2100-ALTA.
           MOVE 0 TO WS-NUM-REINTENTO
                   W-LOCK-DESDE
               END-CALL
           END-IF
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC16'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
      ******************************************************************
       9000-ESPERA-REINTENTO.
