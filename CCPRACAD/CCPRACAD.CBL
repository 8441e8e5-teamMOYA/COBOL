       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAD.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DE LA REFERENCIA DE ZONAS DE     *
      *                 INFLUENCIA (RZONAINF) POR COLEGIO+CODIGO       *
      *                 POSTAL+VIA+NUMERO DESDE, EN EL MOLDE DE        *
      *                 CCPRAC94. LEE TRANSACCIONES DE ALTA / BAJA /   *
      *                 MODIFICACION Y LAS VALIDA CONTRA EL FICHERO DE *
      *                 COLEGIOS (RCURCOLE): EL COLEGIO DEBE TENER     *
      *                 FICHA Y EL CODIGO POSTAL DE LA ZONA DEBE SER   *
      *                 DE LA MISMA PROVINCIA QUE SU CP-COLEGIO;       *
      *                 ADEMAS TRAMO DE NUMEROS COHERENTE, TIPO DE     *
      *                 ZONA I/L Y FECHA AAAAMMDD. LAS ORDENA POR LA   *
      *                 CLAVE CON UN SORT INTERNO Y LAS APLICA EN UN   *
      *                 MERGE SECUENCIAL CONTRA LA REFERENCIA VIEJA,   *
      *                 ESCRIBIENDO LA NUEVA. AL FINAL AVISA DE LOS    *
      *                 COLEGIOS SIN ZONA Y DE LOS QUE NO TIENEN SU    *
      *                 PROPIO CODIGO POSTAL EN ZONA DE INFLUENCIA.    *
      *                 LA TRANSACCION NO TIENE SITIO PARA EL          *
      *                 OPERADOR: LLEGA EN SYSIN PARA TODO EL LOTE, Y  *
      *                 CADA TRANSACCION SE COMPRUEBA CON EL EN LA     *
      *                 MATRIZ DE AUTORIZACION (MODAUTOR), CON EL      *
      *                 COLEGIO DE LA ZONA; SI NO PUEDE USAR ESA       *
      *                 OPCION SE RECHAZA Y QUEDA ANOTADA EN EL DIARIO *
      *                 AUTOLOG.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-COLEGIOS ASSIGN COLEGIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-ZONAS-ANT ASSIGN ZONAANT
               FILE STATUS IS FS-ZONAS-ANT.

           SELECT F-ZONAS-NUEVO ASSIGN ZONANUEV
               FILE STATUS IS FS-ZONAS-NUEVO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-ZONAS-ANT
           RECORDING MODE IS F.
           COPY RZONAINF.

       FD F-ZONAS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-ZONA-NUEVO.
       01 REG-ZONA-NUEVO           PIC X(80).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-COLEGIO     PIC 99.
               10 TR-CP          PIC X(5).
               10 TR-VIA         PIC X(20).
               10 TR-DESDE       PIC 9(4).
           05 TR-OPCION      PIC X.
           05 TR-HASTA       PIC 9(4).
           05 TR-TIPO        PIC X.
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK    VALUE '00'.
           05 FS-ZONAS-ANT PIC XX.
               88 FS-ZONAS-ANT-OK       VALUE '00'.
               88 FS-ZONAS-ANT-EOF      VALUE '10'.
               88 FS-ZONAS-ANT-NO-EXISTE VALUE '35'.
           05 FS-ZONAS-NUEVO PIC XX.
               88 FS-ZONAS-NUEVO-OK     VALUE '00'.

       01 LINEA-ENTRADA.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-COLEGIO      PIC XX.
           05 E-COLEGIO-N REDEFINES E-COLEGIO PIC 99.
           05 FILLER         PIC X.
           05 E-CP           PIC X(5).
           05 FILLER         PIC X.
           05 E-VIA          PIC X(20).
           05 FILLER         PIC X.
           05 E-DESDE        PIC X(4).
           05 E-DESDE-N REDEFINES E-DESDE PIC 9(4).
           05 FILLER         PIC X.
           05 E-HASTA        PIC X(4).
           05 E-HASTA-N REDEFINES E-HASTA PIC 9(4).
           05 FILLER         PIC X.
           05 E-TIPO         PIC X.
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X(28).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-ALTAS-OK          PIC 9(5) VALUE 0.
           05 C-BAJAS-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(5) VALUE 0.
           05 C-AVISOS            PIC 9(5) VALUE 0.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

      *    FICHA DE CADA COLEGIO (RCURCOLE) Y LO QUE LA NUEVA
      *    REFERENCIA LE ASIGNA, PARA EL AVISO DE COHERENCIA FINAL
       01 T-COLEGIOS.
           05 T-CL-COLEGIO OCCURS 99.
               10 T-CL-FICHA    PIC X.
               10 T-CL-CP       PIC X(5).
               10 T-CL-ZONAS    PIC 9(5).
               10 T-CL-CP-PROPIO PIC X.
       01 WS-COLEGIO              PIC 999.
       01 WS-COLEGIO-CLAVE        PIC XX.
       01 WS-COLEGIO-CLAVE-N REDEFINES WS-COLEGIO-CLAVE PIC 99.

       01 WS-CLAVE-REG.
           05 WS-CR-COLEGIO        PIC 99.
           05 WS-CR-CP             PIC X(5).
           05 WS-CR-VIA            PIC X(20).
           05 WS-CR-DESDE          PIC 9(4).

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

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

           COPY RZONAINF REPLACING REG-ZONA-INFLUENCIA BY REG-ZONA-SAL
               ZI-COLEGIO BY ZN-COLEGIO
               ZI-CODIGO-POSTAL BY ZN-CODIGO-POSTAL
               ZI-VIA BY ZN-VIA
               ZI-NUMERO-DESDE BY ZN-NUMERO-DESDE
               ZI-NUMERO-HASTA BY ZN-NUMERO-HASTA
               ZI-TIPO-ZONA BY ZN-TIPO-ZONA
               ZI-INFLUENCIA BY ZN-INFLUENCIA
               ZI-LIMITROFE BY ZN-LIMITROFE
               ZI-ZONA-VALIDA BY ZN-ZONA-VALIDA
               ZI-FECHA-ALTA BY ZN-FECHA-ALTA.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-COLEGIO TR-CP TR-VIA TR-DESDE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-VALIDAR-TRANSACCIONES
               OUTPUT PROCEDURE 3000-APLICAR-MERGE
           PERFORM 3600-AVISOS-COHERENCIA
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRACAD*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAD'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 1100-CARGAR-COLEGIOS
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-ZONAS-ANT
           IF FS-ZONAS-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAD*SIN*REFERENCIA*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           ELSE
             IF NOT FS-ZONAS-ANT-OK THEN
               DISPLAY 'ERROR LEER REFERENCIA ZONAS'
               DISPLAY FS-ZONAS-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 3300-LEER-ZONA-ANT
           END-IF

           OPEN OUTPUT F-ZONAS-NUEVO
           IF NOT FS-ZONAS-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REFERENCIA ZONAS NUEVA'
               DISPLAY FS-ZONAS-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-COLEGIOS.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1 UNTIL WS-COLEGIO > 99
             MOVE 'N'    TO T-CL-FICHA (WS-COLEGIO)
             MOVE SPACES TO T-CL-CP (WS-COLEGIO)
             MOVE 0      TO T-CL-ZONAS (WS-COLEGIO)
             MOVE 'N'    TO T-CL-CP-PROPIO (WS-COLEGIO)
           END-PERFORM
           OPEN INPUT F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO COLEGIOS'
               DISPLAY FS-COLEGIOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-COLEGIOS
           PERFORM UNTIL NOT FS-COLEGIOS-OK
             MOVE COD-COLEGIO OF REG-FCOLEGIO TO WS-COLEGIO-CLAVE
             IF WS-COLEGIO-CLAVE NUMERIC
                 AND WS-COLEGIO-CLAVE-N >= 1 THEN
               MOVE 'S' TO T-CL-FICHA (WS-COLEGIO-CLAVE-N)
               MOVE CP-COLEGIO TO T-CL-CP (WS-COLEGIO-CLAVE-N)
             END-IF
             READ F-COLEGIOS
           END-PERFORM
           CLOSE F-COLEGIOS
           .
      ******************************************************************
       2000-VALIDAR-TRANSACCIONES.
           READ F-ENTRADA INTO LINEA-ENTRADA
           PERFORM UNTIL FS-ENTRADA-EOF
             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-UNA
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-COLEGIO-N    TO TR-COLEGIO
               MOVE E-CP           TO TR-CP
               MOVE E-VIA          TO TR-VIA
               MOVE E-DESDE-N      TO TR-DESDE
               MOVE E-OPCION       TO TR-OPCION
               MOVE E-HASTA-N      TO TR-HASTA
               MOVE E-TIPO         TO TR-TIPO
               MOVE E-FECHA        TO TR-FECHA
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
      *    SIN VIA LA LINEA CUBRE TODO EL CODIGO POSTAL
           IF E-VIA = SPACES THEN
             MOVE '0000' TO E-DESDE
             MOVE '9999' TO E-HASTA
           END-IF
           MOVE E-TIPO TO ZN-TIPO-ZONA
           MOVE 'N' TO W-AUT-RESULTADO
           IF E-OPCION = 'A' OR E-OPCION = 'B' OR E-OPCION = 'M' THEN
             PERFORM 2150-COMPROBAR-AUTORIZACION
           END-IF
           EVALUATE TRUE
             WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'B'
                 AND E-OPCION NOT = 'M'
               DISPLAY '*CCPRACAD*OPCION*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-OPCION
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT W-OPERADOR-AUTORIZADO
               DISPLAY '*CCPRACAD*OPERADOR*NO*AUTORIZADO* LINEA '
                   C-LEIDAS ': ' WS-OPERADOR ' ' E-OPCION ' ' E-COLEGIO
               ADD 1 TO C-NO-AUTORIZADAS
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-COLEGIO NOT NUMERIC OR E-COLEGIO-N < 1
               DISPLAY '*CCPRACAD*COLEGIO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN T-CL-FICHA (E-COLEGIO-N) NOT = 'S'
               DISPLAY '*CCPRACAD*COLEGIO*SIN*FICHA* LINEA '
                   C-LEIDAS ': ' E-COLEGIO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-CP NOT NUMERIC
               DISPLAY '*CCPRACAD*CODIGO*POSTAL*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-CP
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-DESDE NOT NUMERIC
               DISPLAY '*CCPRACAD*NUMERO*DESDE*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-DESDE
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-OPCION = 'B'
               CONTINUE
             WHEN T-CL-CP (E-COLEGIO-N) NUMERIC
                 AND E-CP (1:2) NOT = T-CL-CP (E-COLEGIO-N) (1:2)
               DISPLAY '*CCPRACAD*CP*DE*OTRA*PROVINCIA* LINEA '
                   C-LEIDAS ': ' E-CP ' COLEGIO EN '
                   T-CL-CP (E-COLEGIO-N)
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-HASTA NOT NUMERIC OR E-HASTA-N < E-DESDE-N
               DISPLAY '*CCPRACAD*TRAMO*DE*NUMEROS*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-DESDE '-' E-HASTA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN NOT ZN-ZONA-VALIDA
               DISPLAY '*CCPRACAD*TIPO*ZONA*INVALIDO* LINEA '
                   C-LEIDAS ': ' E-TIPO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-FECHA NOT NUMERIC
               DISPLAY '*CCPRACAD*FECHA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       2150-COMPROBAR-AUTORIZACION.
      *    UN COLEGIO NO NUMERICO SE COMPRUEBA COMO 00 Y LO RECHAZA LA
      *    VALIDACION
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE E-OPCION    TO W-AUT-TRANS
           IF E-COLEGIO NUMERIC THEN
             MOVE E-COLEGIO-N TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'ZONA=' DELIMITED BY SIZE
                  E-COLEGIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-CP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-DESDE DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAD'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3400-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               PERFORM 3150-ARRASTRAR
               PERFORM 3300-LEER-ZONA-ANT
             END-PERFORM
             PERFORM 3100-APLICAR-UNA
             PERFORM 3400-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             PERFORM 3150-ARRASTRAR
             PERFORM 3300-LEER-ZONA-ANT
           END-PERFORM
           IF FS-ZONAS-ANT-OK OR FS-ZONAS-ANT-EOF THEN
             CLOSE F-ZONAS-ANT
           END-IF
           .
      ******************************************************************
       3100-APLICAR-UNA.
           EVALUATE TRUE
             WHEN TR-OPCION = 'A' AND WS-CLAVE-REG = TR-CLAVE
               DISPLAY '*CCPRACAD*ALTA*YA*EXISTE* ' TR-COLEGIO
                   ' ' TR-CP ' ' TR-VIA ' ' TR-DESDE
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'A'
               PERFORM 3200-ESCRIBIR-DE-TRANS
               ADD 1 TO C-ALTAS-OK
             WHEN WS-CLAVE-REG NOT = TR-CLAVE
               DISPLAY '*CCPRACAD*CLAVE*NO*EXISTE* ' TR-OPCION
                   ' ' TR-COLEGIO ' ' TR-CP ' ' TR-VIA ' ' TR-DESDE
               ADD 1 TO C-RECHAZADAS
             WHEN TR-OPCION = 'B'
      *        LA BAJA CONSUME EL REGISTRO VIEJO SIN REESCRIBIRLO
               PERFORM 3300-LEER-ZONA-ANT
               ADD 1 TO C-BAJAS-OK
             WHEN OTHER
               PERFORM 3200-ESCRIBIR-DE-TRANS
               PERFORM 3300-LEER-ZONA-ANT
               ADD 1 TO C-MODIF-OK
           END-EVALUATE
           .
      ******************************************************************
       3150-ARRASTRAR.
           MOVE REG-ZONA-INFLUENCIA TO REG-ZONA-SAL
           PERFORM 3500-GRABAR-ZONA
           ADD 1 TO C-ARRASTRADOS
           .
      ******************************************************************
       3200-ESCRIBIR-DE-TRANS.
           INITIALIZE REG-ZONA-SAL
           MOVE TR-COLEGIO     TO ZN-COLEGIO
           MOVE TR-CP          TO ZN-CODIGO-POSTAL
           MOVE TR-VIA         TO ZN-VIA
           MOVE TR-DESDE       TO ZN-NUMERO-DESDE
           MOVE TR-HASTA       TO ZN-NUMERO-HASTA
           MOVE TR-TIPO        TO ZN-TIPO-ZONA
           MOVE TR-FECHA       TO ZN-FECHA-ALTA
           PERFORM 3500-GRABAR-ZONA
           .
      ******************************************************************
       3300-LEER-ZONA-ANT.
           IF FS-ZONAS-ANT-OK THEN
             READ F-ZONAS-ANT
             IF FS-ZONAS-ANT-OK THEN
               MOVE ZI-COLEGIO       TO WS-CR-COLEGIO
               MOVE ZI-CODIGO-POSTAL TO WS-CR-CP
               MOVE ZI-VIA           TO WS-CR-VIA
               MOVE ZI-NUMERO-DESDE  TO WS-CR-DESDE
             ELSE
               MOVE HIGH-VALUES TO WS-CLAVE-REG
             END-IF
           ELSE
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           END-IF
           .
      ******************************************************************
       3400-RETURN-TRANS.
           RETURN F-SORT
               AT END SET FIN-DE-TRANS TO TRUE
           END-RETURN
           .
      ******************************************************************
       3500-GRABAR-ZONA.
           WRITE REG-ZONA-NUEVO FROM REG-ZONA-SAL
           IF ZN-COLEGIO >= 1 THEN
             ADD 1 TO T-CL-ZONAS (ZN-COLEGIO)
             IF ZN-CODIGO-POSTAL = T-CL-CP (ZN-COLEGIO)
                 AND ZN-INFLUENCIA THEN
               MOVE 'S' TO T-CL-CP-PROPIO (ZN-COLEGIO)
             END-IF
           END-IF
           .
      ******************************************************************
       3600-AVISOS-COHERENCIA.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1 UNTIL WS-COLEGIO > 99
             EVALUATE TRUE
               WHEN T-CL-FICHA (WS-COLEGIO) NOT = 'S'
                   AND T-CL-ZONAS (WS-COLEGIO) > 0
                 DISPLAY '*CCPRACAD*AVISO*ZONAS*DE*COLEGIO*SIN*FICHA* '
                     WS-COLEGIO
                 ADD 1 TO C-AVISOS
               WHEN T-CL-FICHA (WS-COLEGIO) NOT = 'S'
                 CONTINUE
               WHEN T-CL-ZONAS (WS-COLEGIO) = 0
                 DISPLAY '*CCPRACAD*AVISO*COLEGIO*SIN*ZONA* '
                     WS-COLEGIO
                 ADD 1 TO C-AVISOS
               WHEN T-CL-CP-PROPIO (WS-COLEGIO) NOT = 'S'
                 DISPLAY '*CCPRACAD*AVISO*CP*DEL*COLEGIO*FUERA*DE*'
                     'SU*ZONA* ' WS-COLEGIO ' CP '
                     T-CL-CP (WS-COLEGIO)
                 ADD 1 TO C-AVISOS
             END-EVALUATE
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'TRANSACCIONES LEIDAS: ' C-LEIDAS
           DISPLAY 'ALTAS APLICADAS:      ' C-ALTAS-OK
           DISPLAY 'BAJAS APLICADAS:      ' C-BAJAS-OK
           DISPLAY 'MODIFICACIONES:       ' C-MODIF-OK
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           DISPLAY 'AVISOS DE COHERENCIA: ' C-AVISOS
           CLOSE F-ZONAS-NUEVO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAD'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAD' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
