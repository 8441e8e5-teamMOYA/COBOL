      *                 AUDITSQL DE MODAUDIT) CON SU IMAGEN ANTERIOR,  *
      *                 PARA QUE CCPRAC38 PUEDA GENERAR EL FICHERO     *
      *                 INVERSO SI UN LOTE ERRONEO LLEGA A APLICARSE.  *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE USAR ESA OPCION; SI NO, SE      *
      *                 RECHAZA Y QUEDA ANOTADA EN EL DIARIO AUTOLOG.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-ERR         PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-DUPLICADO-FLAG       PIC X VALUE 'N'.
           88 WS-ES-DUPLICADO          VALUE 'S'.

       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-JOURNAL
           PERFORM 1050-ADQUIRIR-CERROJO
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC10'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1050-ADQUIRIR-CERROJO.
            IF F-OPCION = '*' THEN
             PERFORM 2080-CABECERA-LOTE
            ELSE
             PERFORM 2070-COMPROBAR-AUTORIZACION
            END-IF
            IF F-OPCION NOT = '*' AND W-OPERADOR-AUTORIZADO THEN
             MOVE F-COD-ASIG TO COD-ASIG
             MOVE F-NOMBRE   TO NOMBRE
             MOVE F-CREDITOS TO CREDITOS
           MOVE F-OPERADOR        TO JR-OPERADOR
           WRITE REG-JOURNAL
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    LAS ASIGNATURAS NO SON DE NINGUN COLEGIO: SOLO CUENTAN EL
      *    PROGRAMA Y LA OPCION
           MOVE F-OPERADOR TO W-AUT-OPERADOR
           MOVE F-OPCION   TO W-AUT-TRANS
           MOVE 0          TO W-AUT-COLEGIO
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'COD-ASIG=' DELIMITED BY SIZE
                  F-COD-ASIG DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC10'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC10*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-OPCION ' ' F-COD-ASIG
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       2080-CABECERA-LOTE.
      *    REGISTRO * DE CABECERA CON EL IDENTIFICADOR DEL LOTE: SI
           DISPLAY 'MODIF. CORRECTAS: ' C-MODIF-OK
           DISPLAY 'MODIF. CON ERROR: ' C-MODIF-ERR
           DISPLAY 'REINTENTOS TOTALES:' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:   ' C-NO-AUTORIZADAS
           DISPLAY '******************************************'
           .
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-ENTRADA
           CLOSE F-JOURNAL
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC10'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
