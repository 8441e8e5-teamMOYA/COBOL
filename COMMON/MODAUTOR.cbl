       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODAUTOR.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONTROL COMUN DE LA MATRIZ DE AUTORIZACION DE  *
      *                 OPERADORES (FICHERO RAUTOPER), PARA QUE CADA   *
      *                 MANTENIMIENTO COMPRUEBE ANTES DE APLICAR UNA   *
      *                 TRANSACCION QUE SU OPERADOR PUEDE USAR ESE     *
      *                 PROGRAMA, ESA OPCION Y ESE COLEGIO. PROTOCOLO: *
      *                 'O' CARGA LA MATRIZ EN TABLA Y ABRE EL DIARIO  *
      *                     DE AUTORIZACIONES AUTOLOG                  *
      *                 'V' COMPRUEBA OPERADOR+PROGRAMA+OPCION (A/B/M) *
      *                     +COLEGIO (00 CUANDO LA TRANSACCION NO      *
      *                     TIENE COLEGIO): 'S' AUTORIZADA, 'N'        *
      *                     RECHAZADA. TODA COMPROBACION, AUTORIZADA O *
      *                     NO, QUEDA ANOTADA EN AUTOLOG CON SU CLAVE  *
      *                 'C' CIERRA EL DIARIO Y DESCARGA                *
      *                 SIN FICHERO DE MATRIZ, O SI NO SE PUEDE LEER   *
      *                 ENTERO, NO SE AUTORIZA NADA: SE AVISA Y SE     *
      *                 CORTA LA EJECUCION CON RC 12 ANTES DE APLICAR  *
      *                 NINGUNA TRANSACCION.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUTOPER ASSIGN AUTOPER
               FILE STATUS IS FS-AUTOPER.

           SELECT F-AUTOLOG ASSIGN AUTOLOG
               FILE STATUS IS FS-AUTOLOG.

       DATA DIVISION.
       FILE SECTION.
       FD F-AUTOPER
           RECORDING MODE IS F.
           COPY RAUTOPER.

       FD F-AUTOLOG
           RECORDING MODE IS F.
           COPY RAUTOLOG.

       WORKING-STORAGE SECTION.
       01 FS-AUTOPER PIC XX.
           88 FS-AUTOPER-OK        VALUE '00'.
           88 FS-AUTOPER-EOF       VALUE '10'.
       01 FS-AUTOLOG PIC XX.
           88 FS-AUTOLOG-OK        VALUE '00'.
           88 FS-AUTOLOG-NO-EXISTE VALUE '35'.

       01 WS-MATRIZ-CARGADA    PIC X VALUE 'N'.
           88 MATRIZ-CARGADA        VALUE 'S'.
       01 WS-MATRIZ-DISPONIBLE PIC X VALUE 'N'.
           88 MATRIZ-DISPONIBLE     VALUE 'S'.
       01 WS-DIARIO-ABIERTO    PIC X VALUE 'N'.
           88 DIARIO-ABIERTO        VALUE 'S'.

       01 T-AUTORIZACIONES.
           05 C-AUTORIZACIONES  PIC 9(4) VALUE 0.
           05 T-AU-ENTRADA OCCURS 2000.
               10 T-AU-OPERADOR PIC X(8).
               10 T-AU-PROGRAMA PIC X(8).
               10 T-AU-ALTA     PIC X.
               10 T-AU-BAJA     PIC X.
               10 T-AU-MODIF    PIC X.
               10 T-AU-DESDE    PIC 99.
               10 T-AU-HASTA    PIC 99.

       01 WS-IDX               PIC 9(4).
       01 WS-OPCION-PERMITIDA  PIC X.
       01 WS-PROGRAMA-VISTO    PIC X.
       01 WS-OPCION-VISTA      PIC X.
       01 WS-TIMESTAMP         PIC X(21).
       01 WS-MOTIVO            PIC X(20).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-OPERADOR        PIC X(8).
       01 L-PROGRAMA        PIC X(8).
       01 L-TRANSACCION     PIC X.
       01 L-COLEGIO         PIC 99.
       01 L-CLAVE           PIC X(20).
       01 L-RESULTADO       PIC X.
           88 L-AUTORIZADA          VALUE 'S'.
           88 L-RECHAZADA           VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-OPERADOR L-PROGRAMA
                                 L-TRANSACCION L-COLEGIO L-CLAVE
                                 L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'V' PERFORM 2200-COMPROBAR
               WHEN 'C' PERFORM 2400-CLOSE
               WHEN OTHER DISPLAY '*MOD*AUTOR*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-CARGAR.
           MOVE 0 TO C-AUTORIZACIONES
           MOVE 'N' TO WS-MATRIZ-DISPONIBLE
           OPEN INPUT F-AUTOPER
           IF NOT FS-AUTOPER-OK THEN
               DISPLAY '*MOD*AUTOR*SIN*MATRIZ*AUTORIZACION* '
                   FS-AUTOPER ' - NO SE AUTORIZA NADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               READ F-AUTOPER
               PERFORM UNTIL NOT FS-AUTOPER-OK
                   OR C-AUTORIZACIONES >= 2000
                   ADD 1 TO C-AUTORIZACIONES
                   MOVE AU-OPERADOR
                     TO T-AU-OPERADOR (C-AUTORIZACIONES)
                   MOVE AU-PROGRAMA
                     TO T-AU-PROGRAMA (C-AUTORIZACIONES)
                   MOVE AU-ALTA  TO T-AU-ALTA (C-AUTORIZACIONES)
                   MOVE AU-BAJA  TO T-AU-BAJA (C-AUTORIZACIONES)
                   MOVE AU-MODIFICACION
                     TO T-AU-MODIF (C-AUTORIZACIONES)
                   MOVE AU-COLEGIO-DESDE
                     TO T-AU-DESDE (C-AUTORIZACIONES)
                   MOVE AU-COLEGIO-HASTA
                     TO T-AU-HASTA (C-AUTORIZACIONES)
                   READ F-AUTOPER
               END-PERFORM
               IF FS-AUTOPER-OK THEN
                   DISPLAY '*MOD*AUTOR*TABLA*LLENA* MAXIMO 2000'
               END-IF
      *        UNA MATRIZ LEIDA A MEDIAS NO VALE: SE CORTA IGUAL
               IF NOT FS-AUTOPER-OK AND NOT FS-AUTOPER-EOF THEN
                   DISPLAY '*MOD*AUTOR*ERROR*LEER*MATRIZ* '
                       FS-AUTOPER ' - NO SE AUTORIZA NADA'
                   CLOSE F-AUTOPER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE F-AUTOPER
               MOVE 'S' TO WS-MATRIZ-DISPONIBLE
           END-IF
           MOVE 'S' TO WS-MATRIZ-CARGADA

           OPEN EXTEND F-AUTOLOG
           IF FS-AUTOLOG-NO-EXISTE THEN
               OPEN OUTPUT F-AUTOLOG
           END-IF
           IF FS-AUTOLOG-OK THEN
               MOVE 'S' TO WS-DIARIO-ABIERTO
           ELSE
               DISPLAY '*MOD*AUTOR*ERROR*ABRIR*DIARIO* ' FS-AUTOLOG
           END-IF
           .

       2200-COMPROBAR.
           IF NOT MATRIZ-CARGADA THEN
               PERFORM 2100-CARGAR
           END-IF
           MOVE SPACES TO WS-MOTIVO
           IF NOT MATRIZ-DISPONIBLE THEN
               SET L-RECHAZADA TO TRUE
               MOVE 'SIN MATRIZ' TO WS-MOTIVO
           ELSE
               SET L-RECHAZADA TO TRUE
               MOVE 'N' TO WS-PROGRAMA-VISTO
               MOVE 'N' TO WS-OPCION-VISTA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-AUTORIZACIONES
                          OR L-AUTORIZADA
                   IF T-AU-OPERADOR (WS-IDX) = L-OPERADOR
                       AND T-AU-PROGRAMA (WS-IDX) = L-PROGRAMA THEN
                       PERFORM 2210-COMPROBAR-ENTRADA
                   END-IF
               END-PERFORM
      *        EL MOTIVO DICE HASTA DONDE LLEGO EL OPERADOR
               EVALUATE TRUE
                   WHEN L-AUTORIZADA
                       CONTINUE
                   WHEN WS-PROGRAMA-VISTO = 'N'
                       MOVE 'PROGRAMA NO PERMIT.' TO WS-MOTIVO
                   WHEN WS-OPCION-VISTA = 'N'
                       MOVE 'OPCION NO PERMITIDA' TO WS-MOTIVO
                   WHEN OTHER
                       MOVE 'COLEGIO FUERA RANGO' TO WS-MOTIVO
               END-EVALUATE
           END-IF
           PERFORM 2300-ANOTAR-DIARIO
           .

       2210-COMPROBAR-ENTRADA.
      *    UN RANGO 00-00 VALE PARA TODOS LOS COLEGIOS, Y UNA
      *    TRANSACCION SIN COLEGIO (00) NO SE LIMITA POR RANGO
           MOVE 'S' TO WS-PROGRAMA-VISTO
           EVALUATE L-TRANSACCION
               WHEN 'A' MOVE T-AU-ALTA (WS-IDX)  TO WS-OPCION-PERMITIDA
               WHEN 'B' MOVE T-AU-BAJA (WS-IDX)  TO WS-OPCION-PERMITIDA
               WHEN 'M' MOVE T-AU-MODIF (WS-IDX) TO WS-OPCION-PERMITIDA
               WHEN OTHER MOVE 'N' TO WS-OPCION-PERMITIDA
           END-EVALUATE
           IF WS-OPCION-PERMITIDA = 'S' THEN
               MOVE 'S' TO WS-OPCION-VISTA
               IF L-COLEGIO = 0
                   OR (T-AU-DESDE (WS-IDX) = 0
                       AND T-AU-HASTA (WS-IDX) = 0)
                   OR (L-COLEGIO >= T-AU-DESDE (WS-IDX)
                       AND L-COLEGIO <= T-AU-HASTA (WS-IDX)) THEN
                   SET L-AUTORIZADA TO TRUE
               END-IF
           END-IF
           .

       2300-ANOTAR-DIARIO.
           IF DIARIO-ABIERTO THEN
               INITIALIZE REG-AUTOLOG
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP (1:8)  TO AL-FECHA
               MOVE WS-TIMESTAMP (9:6)  TO AL-HORA
               MOVE L-OPERADOR          TO AL-OPERADOR
               MOVE L-PROGRAMA          TO AL-PROGRAMA
               MOVE L-TRANSACCION       TO AL-OPCION
               MOVE L-COLEGIO           TO AL-COLEGIO
               MOVE L-CLAVE             TO AL-CLAVE
               MOVE L-RESULTADO         TO AL-RESULTADO
               MOVE WS-MOTIVO           TO AL-MOTIVO
               WRITE REG-AUTOLOG
           END-IF
           .

       2400-CLOSE.
           IF DIARIO-ABIERTO THEN
               CLOSE F-AUTOLOG
           END-IF
           MOVE 'N' TO WS-DIARIO-ABIERTO
           MOVE 'N' TO WS-MATRIZ-CARGADA
           MOVE 'N' TO WS-MATRIZ-DISPONIBLE
           MOVE 0 TO C-AUTORIZACIONES
           .
