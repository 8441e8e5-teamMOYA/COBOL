      *                 PLAZAS EN LA RUTA O TURNO (FICHERO DE PLAZAS   *
      *                 POR SERVICIO+RUTA, DESCONTANDO LO YA           *
      *                 OCUPADO); SIN HUECO SE RECHAZA CON MOTIVO.     *
      *                 CADA TRANSACCION LLEVA SU OPERADOR, Y ANTES DE *
      *                 ACEPTARLA SE COMPRUEBA EN LA MATRIZ DE         *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE USAR ESA     *
      *                 OPCION SOBRE ESE COLEGIO; SI NO, SE RECHAZA Y  *
      *                 QUEDA ANOTADA EN EL DIARIO AUTOLOG.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER         PIC X.
           05 E-CUOTA        PIC X(6).
           05 E-CUOTA-N REDEFINES E-CUOTA PIC 9(4)V99.
           05 FILLER         PIC X.
           05 E-OPERADOR     PIC X(8).
           05 FILLER         PIC X(43).

       FD F-SERV-ANT
           RECORDING MODE IS F.
           05 C-BAJAS-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 T-RUTAS.
           05 C-RUTAS           PIC 999 VALUE 0.
           05 WS-CR-NIF            PIC X(9).
           05 WS-CR-SERVICIO       PIC X.

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           INITIALIZE T-RUTAS
           PERFORM 1100-CARGAR-PLAZAS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC9K'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL

           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
               DISPLAY '*CCPRAC9K*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRAC9K*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' E-OPERADOR ' ' E-OPCION ' ' E-NIF
                   ' ' E-COLEGIO
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRAC9K*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    LA BAJA PUEDE VENIR SIN COLEGIO: ENTONCES SOLO CUENTAN EL
      *    PROGRAMA Y LA OPCION
           MOVE E-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION   TO W-AUT-TRANS
           IF E-COLEGIO IS NUMERIC THEN
             MOVE E-COLEGIO-N TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  E-NIF DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  E-SERVICIO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC9K'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2300-DESCONTAR-PLAZA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           DISPLAY 'BAJAS APLICADAS:      ' C-BAJAS-OK
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           CLOSE F-SERV-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC9K'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9K' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
