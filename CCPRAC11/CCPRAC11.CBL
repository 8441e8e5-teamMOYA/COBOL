      *                 SE OMITE Y SE DENUNCIA, Y EL RESULTADO DE      *
      *                 CADA CRUCE QUEDA EN LA AUDITORIA (MODAUDIT)    *
      *                 PARA PODER DEMOSTRARLO A LOS AUDITORES.        *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE EL *
      *                 OPERADOR DE LA TRANSACCION (MISMA COLUMNA QUE  *
      *                 EN CCPRAC10) PUEDE USAR ESA OPCION; SI NO, SE  *
      *                 RECHAZA Y QUEDA ANOTADA EN EL DIARIO AUTOLOG.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-COD-ASIG PIC XXX.
           05 FILLER     PIC X.
           05 F-NOMBRE   PIC X(15).
           05 FILLER     PIC X(5).
           05 F-OPERADOR PIC X(8).
           05 FILLER     PIC X(46).


       FD F-AUTORIZA
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-PREVIEW-BAJAS     PIC 9(5) VALUE 0.
           05 C-PREVIEW-NOTAS     PIC 9(7) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.


       01 T-AUTORIZACIONES.

       01 WS-CLAVE-BAJA           PIC X(9).

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
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-AUTORIZACIONES
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC11'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
             IF WS-MODO-PREVIEW THEN
               PERFORM 2050-PREVIEW-OPCION
             ELSE
               PERFORM 2070-COMPROBAR-AUTORIZACION
               IF W-OPERADOR-AUTORIZADO THEN
                 PERFORM 2060-EJECUTAR-OPCION
               END-IF
             END-IF
           END-IF
           .
               END-EXEC
             END-IF
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
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC11'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC11*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-OPCION ' ' F-COD-ASIG
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       1200-CARGAR-AUTORIZACIONES.
      *    FICHERO DE PREAUTORIZACIONES PREPARADO POR UNA SEGUNDA
           DISPLAY 'MODIF. CORRECTAS: ' C-MODIF-OK
           DISPLAY 'MODIF. CON ERROR: ' C-MODIF-ERR
           DISPLAY 'BAJAS SIN AUTORIZAR:' C-BAJAS-SIN-AUT
           DISPLAY 'NO AUTORIZADAS:   ' C-NO-AUTORIZADAS
           DISPLAY 'REINTENTOS TOTALES:' C-REINTENTOS
           IF WS-MODO-PREVIEW THEN
             DISPLAY 'MODO PREVIEW: NO SE HA APLICADO NINGUN CAMBIO'
      ******************************************************************
       4200-CERRAR-FICHEROS.
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC11'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
