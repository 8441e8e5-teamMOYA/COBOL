       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9V.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: LIBRO DE RECIBOS DE COMEDOR Y TRANSPORTE Y     *
      *                 DEUDA POR FAMILIA. FUNDE EN UN SORT INTERNO EL *
      *                 LIBRO ANTERIOR (RECIBANT), LOS RECIBOS         *
      *                 EMITIDOS EN LA ULTIMA REMESA (RECEMIT, DE      *
      *                 CCPRAC9U) Y EL FICHERO DE DEVOLUCIONES DEL     *
      *                 BANCO (DEVOLUC: D=DEVUELTO CON SU MOTIVO,      *
      *                 P=PAGADO DESPUES EN VENTANILLA) Y ESCRIBE EL   *
      *                 LIBRO NUEVO (RECIBNUE). LOS RECIBOS EMITIDOS   *
      *                 DE MESES HASTA EL MES LIQUIDADO DE SYSIN QUE   *
      *                 NO HAN VUELTO PASAN A COBRADOS. LOS DEVUELTOS  *
      *                 SE ACUMULAN POR FAMILIA Y LAS FAMILIAS CON DOS *
      *                 O MAS MESES SIN PAGAR SE MARCAN EN EL FICHERO  *
      *                 MOROSOS Y EN EL LISTADO LISTMORO PARA QUE LA   *
      *                 SECRETARIA LAS REVISE ANTES DEL SIGUIENTE      *
      *                 CCPRAC9L                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIBRO-ANT ASSIGN RECIBANT
               FILE STATUS IS FS-LIBRO-ANT.

           SELECT F-EMITIDOS ASSIGN RECEMIT
               FILE STATUS IS FS-EMITIDOS.

           SELECT F-DEVOLUCIONES ASSIGN DEVOLUC
               FILE STATUS IS FS-DEVOLUCIONES.

           SELECT F-LIBRO-NUEVO ASSIGN RECIBNUE
               FILE STATUS IS FS-LIBRO-NUEVO.

           SELECT F-MOROSOS ASSIGN MOROSOS
               FILE STATUS IS FS-MOROSOS.

           SELECT F-LISTADO ASSIGN LISTMORO
               FILE STATUS IS FS-LISTADO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-LIBRO-ANT
           RECORDING MODE IS F
           DATA RECORD REG-LIBRO-ANT.
       01 REG-LIBRO-ANT            PIC X(80).

       FD F-EMITIDOS
           RECORDING MODE IS F
           DATA RECORD REG-EMITIDO.
       01 REG-EMITIDO              PIC X(80).

       FD F-DEVOLUCIONES
           RECORDING MODE IS F
           DATA RECORD REG-DEVOLUCION.
       01 REG-DEVOLUCION.
           05 DV-NIF               PIC X(9).
           05 DV-MES               PIC X(6).
           05 DV-SERVICIO          PIC X.
           05 DV-TIPO              PIC X.
               88 DV-DEVUELTO           VALUE 'D'.
               88 DV-PAGO-VENTANILLA    VALUE 'P'.
           05 DV-FECHA             PIC X(8).
           05 DV-MOTIVO            PIC X(4).
           05 FILLER               PIC X(51).

       FD F-LIBRO-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-LIBRO-NUEVO.
       01 REG-LIBRO-NUEVO          PIC X(80).

       FD F-MOROSOS
           RECORDING MODE IS F
           DATA RECORD REG-MOROSO.
       01 REG-MOROSO.
           05 MO-FAMILIA           PIC X(9).
           05 MO-NIF-ALUMNO        PIC X(9).
           05 MO-MESES             PIC 99.
           05 MO-RECIBOS           PIC 999.
           05 MO-IMPORTE           PIC 9(7)V99.
           05 MO-MES-ANTIGUO       PIC X(6).
           05 MO-FECHA             PIC X(8).
           05 FILLER               PIC X(34).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       SD F-SORT.
       01 REG-MOV.
           05 MV-NIF               PIC X(9).
           05 MV-MES               PIC X(6).
           05 MV-SERVICIO          PIC X.
           05 MV-ORIGEN            PIC 9.
               88 MV-DEL-LIBRO          VALUE 1.
               88 MV-DE-REMESA          VALUE 2.
               88 MV-DE-BANCO           VALUE 3.
           05 MV-TIPO              PIC X.
           05 MV-FECHA             PIC X(8).
           05 MV-MOTIVO            PIC X(4).
           05 MV-RECIBO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-LIBRO-ANT PIC XX.
               88 FS-LIBRO-ANT-OK       VALUE '00'.
               88 FS-LIBRO-ANT-EOF      VALUE '10'.
               88 FS-LIBRO-ANT-NO-EXISTE VALUE '35'.
           05 FS-EMITIDOS PIC XX.
               88 FS-EMITIDOS-OK        VALUE '00'.
               88 FS-EMITIDOS-EOF       VALUE '10'.
               88 FS-EMITIDOS-NO-EXISTE VALUE '35'.
           05 FS-DEVOLUCIONES PIC XX.
               88 FS-DEVOLUCIONES-OK    VALUE '00'.
               88 FS-DEVOLUCIONES-EOF   VALUE '10'.
               88 FS-DEVOLUCIONES-NO-EXISTE VALUE '35'.
           05 FS-LIBRO-NUEVO PIC XX.
               88 FS-LIBRO-NUEVO-OK     VALUE '00'.
           05 FS-MOROSOS PIC XX.
               88 FS-MOROSOS-OK         VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK         VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-MES-LIQUIDADO     PIC X(6).
           05 WS-FECHA-PROCESO     PIC X(8).
           05 FILLER               PIC X(66).

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

           COPY RRECIBOS.

       01 WS-RECIBO-FLAG          PIC X VALUE 'N'.
           88 HAY-RECIBO               VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-MOVIMIENTOS       VALUE 'S'.

       01 W-CLAVE-ACTUAL.
           05 W-CLA-NIF            PIC X(9).
           05 W-CLA-MES            PIC X(6).
           05 W-CLA-SERVICIO       PIC X.

       01 C-CONTADORES.
           05 C-DEL-LIBRO         PIC 9(6) VALUE 0.
           05 C-DE-REMESA         PIC 9(6) VALUE 0.
           05 C-DE-BANCO          PIC 9(6) VALUE 0.
           05 C-GRABADOS          PIC 9(6) VALUE 0.
           05 C-COBRADOS          PIC 9(6) VALUE 0.
           05 C-DEVUELTOS         PIC 9(6) VALUE 0.
           05 C-VENTANILLA        PIC 9(6) VALUE 0.
           05 C-RECHAZADOS        PIC 9(6) VALUE 0.
           05 C-PENDIENTES        PIC 9(6) VALUE 0.
           05 C-MOROSOS           PIC 9(6) VALUE 0.

       01 WS-TABLA-FAMILIAS.
           05 WS-NUM-FAMILIAS     PIC 9(4) VALUE 0.
           05 WS-FAMILIA OCCURS 3000 TIMES.
               10 TF-FAMILIA       PIC X(9).
               10 TF-NIF-ALUMNO    PIC X(9).
               10 TF-RECIBOS       PIC 999.
               10 TF-IMPORTE       PIC 9(7)V99.
               10 TF-NUM-MESES     PIC 99.
               10 TF-MES OCCURS 24 TIMES PIC X(6).

       01 WS-INDICES.
           05 WS-IDX-FAM          PIC 9(4).
           05 WS-IDX-MES          PIC 99.
           05 WS-FAM-ENCONTRADA   PIC X.
               88 FAMILIA-ENCONTRADA   VALUE 'S'.
           05 WS-MES-ENCONTRADO   PIC X.
               88 MES-ENCONTRADO       VALUE 'S'.
           05 WS-MES-ANTIGUO      PIC X(6).

       01 LIS-CABECERA-1.
           05 FILLER               PIC X(40)
               VALUE 'FAMILIAS CON DOS O MAS MESES SIN PAGAR  '.
           05 FILLER               PIC X(8)  VALUE 'FECHA: '.
           05 LIS-FECHA            PIC X(8).
           05 FILLER               PIC X(76) VALUE SPACES.

       01 LIS-CABECERA-2.
           05 FILLER               PIC X(25)
               VALUE 'FAMILIA   ALUMNO   MESES '.
           05 FILLER               PIC X(23)
               VALUE 'RECIBOS       IMPORTE  '.
           05 FILLER               PIC X(12) VALUE 'DESDE MES'.
           05 FILLER               PIC X(72) VALUE SPACES.

       01 LIS-DETALLE.
           05 LIS-FAMILIA          PIC X(9).
           05 FILLER               PIC X     VALUE SPACE.
           05 LIS-NIF-ALUMNO       PIC X(9).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 LIS-MESES            PIC Z9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 LIS-RECIBOS          PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LIS-IMPORTE          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LIS-MES-ANTIGUO      PIC X(6).
           05 FILLER               PIC X(78) VALUE SPACES.

       01 LIS-TOTAL.
           05 FILLER               PIC X(24)
               VALUE 'TOTAL FAMILIAS MARCADAS:'.
           05 LIS-TOT-FAMILIAS     PIC ZZZ.ZZ9.
           05 FILLER               PIC X(101) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY MV-NIF MV-MES MV-SERVICIO MV-ORIGEN
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CARGAR-MOVIMIENTOS
               OUTPUT PROCEDURE 3000-ACTUALIZAR-LIBRO
           PERFORM 3500-MARCAR-MOROSOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-FECHA-PROCESO NOT NUMERIC THEN
             MOVE WS-FA-AAAAMMDD TO WS-FECHA-PROCESO
           END-IF
           IF WS-MES-LIQUIDADO NOT NUMERIC THEN
             MOVE SPACES TO WS-MES-LIQUIDADO
             DISPLAY '*CCPRAC9V*SYSIN*SIN*MES*LIQUIDADO* NO SE DAN '
                 'RECIBOS POR COBRADOS'
           END-IF

           OPEN OUTPUT F-LIBRO-NUEVO
           IF NOT FS-LIBRO-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR LIBRO RECIBOS NUEVO'
               DISPLAY FS-LIBRO-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-MOROSOS
           IF NOT FS-MOROSOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO MOROSOS'
               DISPLAY FS-MOROSOS
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTMORO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-CARGAR-MOVIMIENTOS.
           PERFORM 2100-CARGAR-LIBRO
           PERFORM 2200-CARGAR-EMITIDOS
           PERFORM 2300-CARGAR-DEVOLUCIONES
           .
      ******************************************************************
       2100-CARGAR-LIBRO.
           OPEN INPUT F-LIBRO-ANT
           IF FS-LIBRO-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRAC9V*SIN*LIBRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
           ELSE
             IF NOT FS-LIBRO-ANT-OK THEN
               DISPLAY 'ERROR LEER LIBRO RECIBOS ANTERIOR'
               DISPLAY FS-LIBRO-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-LIBRO-ANT INTO REG-RECIBO
             PERFORM UNTIL NOT FS-LIBRO-ANT-OK
               ADD 1 TO C-DEL-LIBRO
               INITIALIZE REG-MOV
               SET MV-DEL-LIBRO TO TRUE
               PERFORM 2900-SOLTAR-RECIBO
               READ F-LIBRO-ANT INTO REG-RECIBO
             END-PERFORM
             CLOSE F-LIBRO-ANT
           END-IF
           .
      ******************************************************************
       2200-CARGAR-EMITIDOS.
           OPEN INPUT F-EMITIDOS
           IF FS-EMITIDOS-NO-EXISTE THEN
             DISPLAY '*CCPRAC9V*SIN*REMESA*NUEVA*'
           ELSE
             IF NOT FS-EMITIDOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO RECEMIT'
               DISPLAY FS-EMITIDOS
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-EMITIDOS INTO REG-RECIBO
             PERFORM UNTIL NOT FS-EMITIDOS-OK
               ADD 1 TO C-DE-REMESA
               INITIALIZE REG-MOV
               SET MV-DE-REMESA TO TRUE
               PERFORM 2900-SOLTAR-RECIBO
               READ F-EMITIDOS INTO REG-RECIBO
             END-PERFORM
             CLOSE F-EMITIDOS
           END-IF
           .
      ******************************************************************
       2300-CARGAR-DEVOLUCIONES.
           OPEN INPUT F-DEVOLUCIONES
           IF FS-DEVOLUCIONES-NO-EXISTE THEN
             DISPLAY '*CCPRAC9V*SIN*FICHERO*DEVOLUCIONES*'
           ELSE
             IF NOT FS-DEVOLUCIONES-OK THEN
               DISPLAY 'ERROR LEER FICHERO DEVOLUC'
               DISPLAY FS-DEVOLUCIONES
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-DEVOLUCIONES
             PERFORM UNTIL NOT FS-DEVOLUCIONES-OK
               ADD 1 TO C-DE-BANCO
               IF DV-DEVUELTO OR DV-PAGO-VENTANILLA THEN
                 INITIALIZE REG-MOV
                 SET MV-DE-BANCO TO TRUE
                 MOVE DV-NIF       TO MV-NIF
                 MOVE DV-MES       TO MV-MES
                 MOVE DV-SERVICIO  TO MV-SERVICIO
                 MOVE DV-TIPO      TO MV-TIPO
                 MOVE DV-FECHA     TO MV-FECHA
                 MOVE DV-MOTIVO    TO MV-MOTIVO
                 RELEASE REG-MOV
               ELSE
                 DISPLAY '*CCPRAC9V*TIPO*DEVOLUCION*INVALIDO* '
                     DV-NIF ' ' DV-MES ' ' DV-TIPO
                 ADD 1 TO C-RECHAZADOS
               END-IF
               READ F-DEVOLUCIONES
             END-PERFORM
             CLOSE F-DEVOLUCIONES
           END-IF
           .
      ******************************************************************
       2900-SOLTAR-RECIBO.
           MOVE RC-NIF       TO MV-NIF
           MOVE RC-MES       TO MV-MES
           MOVE RC-SERVICIO  TO MV-SERVICIO
           MOVE REG-RECIBO   TO MV-RECIBO
           RELEASE REG-MOV
           .
      ******************************************************************
       3000-ACTUALIZAR-LIBRO.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           MOVE 'N' TO WS-RECIBO-FLAG
           MOVE LOW-VALUES TO W-CLAVE-ACTUAL
           PERFORM 3400-RETURN-MOV
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
             IF MV-NIF NOT = W-CLA-NIF OR MV-MES NOT = W-CLA-MES
                 OR MV-SERVICIO NOT = W-CLA-SERVICIO THEN
               PERFORM 3200-CERRAR-RECIBO
               MOVE MV-NIF      TO W-CLA-NIF
               MOVE MV-MES      TO W-CLA-MES
               MOVE MV-SERVICIO TO W-CLA-SERVICIO
             END-IF
             PERFORM 3100-APLICAR-MOV
             PERFORM 3400-RETURN-MOV
           END-PERFORM
           PERFORM 3200-CERRAR-RECIBO
           .
      ******************************************************************
       3100-APLICAR-MOV.
           EVALUATE TRUE
             WHEN NOT MV-DE-BANCO AND HAY-RECIBO
      *        REMESA YA FUNDIDA EN UNA EJECUCION ANTERIOR: MANDA EL
      *        LIBRO, QUE PUEDE TENER YA LA DEVOLUCION ANOTADA
               DISPLAY '*CCPRAC9V*RECIBO*YA*EN*LIBRO* ' MV-NIF
                   ' ' MV-MES ' ' MV-SERVICIO
               ADD 1 TO C-RECHAZADOS
             WHEN NOT MV-DE-BANCO
               MOVE MV-RECIBO TO REG-RECIBO
               SET HAY-RECIBO TO TRUE
             WHEN NOT HAY-RECIBO
               DISPLAY '*CCPRAC9V*DEVOLUCION*SIN*RECIBO* ' MV-NIF
                   ' ' MV-MES ' ' MV-SERVICIO ' ' MV-TIPO
               ADD 1 TO C-RECHAZADOS
             WHEN MV-TIPO = 'D'
               SET RC-DEVUELTO TO TRUE
               MOVE MV-FECHA  TO RC-FECHA-ESTADO
               MOVE MV-MOTIVO TO RC-MOTIVO
               ADD 1 TO C-DEVUELTOS
             WHEN RC-DEVUELTO
               SET RC-COBRADO TO TRUE
               MOVE MV-FECHA  TO RC-FECHA-ESTADO
               MOVE 'VENT'    TO RC-MOTIVO
               ADD 1 TO C-VENTANILLA
             WHEN OTHER
               DISPLAY '*CCPRAC9V*PAGO*DE*RECIBO*NO*DEVUELTO* '
                   MV-NIF ' ' MV-MES ' ' MV-SERVICIO
               ADD 1 TO C-RECHAZADOS
           END-EVALUATE
           .
      ******************************************************************
       3200-CERRAR-RECIBO.
           IF HAY-RECIBO THEN
             IF RC-EMITIDO AND WS-MES-LIQUIDADO NOT = SPACES
                 AND RC-MES <= WS-MES-LIQUIDADO THEN
               SET RC-COBRADO TO TRUE
               MOVE WS-FECHA-PROCESO TO RC-FECHA-ESTADO
               ADD 1 TO C-COBRADOS
             END-IF
             IF RC-EMITIDO THEN
               ADD 1 TO C-PENDIENTES
             END-IF
             IF RC-DEVUELTO THEN
               PERFORM 3300-ACUMULAR-DEUDA
             END-IF
             WRITE REG-LIBRO-NUEVO FROM REG-RECIBO
             ADD 1 TO C-GRABADOS
             MOVE 'N' TO WS-RECIBO-FLAG
           END-IF
           .
      ******************************************************************
       3300-ACUMULAR-DEUDA.
           MOVE 'N' TO WS-FAM-ENCONTRADA
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
               UNTIL WS-IDX-FAM > WS-NUM-FAMILIAS
                  OR FAMILIA-ENCONTRADA
             IF TF-FAMILIA (WS-IDX-FAM) = RC-FAMILIA THEN
               SET FAMILIA-ENCONTRADA TO TRUE
             END-IF
           END-PERFORM
           IF FAMILIA-ENCONTRADA THEN
             SUBTRACT 1 FROM WS-IDX-FAM
           ELSE
             IF WS-NUM-FAMILIAS >= 3000 THEN
               DISPLAY '*CCPRAC9V*TABLA*FAMILIAS*LLENA* ' RC-FAMILIA
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-NUM-FAMILIAS
             MOVE WS-NUM-FAMILIAS TO WS-IDX-FAM
             MOVE RC-FAMILIA TO TF-FAMILIA (WS-IDX-FAM)
             MOVE RC-NIF     TO TF-NIF-ALUMNO (WS-IDX-FAM)
             MOVE 0 TO TF-RECIBOS (WS-IDX-FAM)
             MOVE 0 TO TF-IMPORTE (WS-IDX-FAM)
             MOVE 0 TO TF-NUM-MESES (WS-IDX-FAM)
           END-IF
           ADD 1 TO TF-RECIBOS (WS-IDX-FAM)
           ADD RC-IMPORTE TO TF-IMPORTE (WS-IDX-FAM)

      *    LOS HERMANOS CUENTAN EL MISMO MES UNA SOLA VEZ
           MOVE 'N' TO WS-MES-ENCONTRADO
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > TF-NUM-MESES (WS-IDX-FAM)
                  OR MES-ENCONTRADO
             IF TF-MES (WS-IDX-FAM WS-IDX-MES) = RC-MES THEN
               SET MES-ENCONTRADO TO TRUE
             END-IF
           END-PERFORM
           IF NOT MES-ENCONTRADO
               AND TF-NUM-MESES (WS-IDX-FAM) < 24 THEN
             ADD 1 TO TF-NUM-MESES (WS-IDX-FAM)
             MOVE RC-MES TO
                 TF-MES (WS-IDX-FAM TF-NUM-MESES (WS-IDX-FAM))
           END-IF
           .
      ******************************************************************
       3400-RETURN-MOV.
           RETURN F-SORT
               AT END SET FIN-DE-MOVIMIENTOS TO TRUE
           END-RETURN
           .
      ******************************************************************
       3500-MARCAR-MOROSOS.
           MOVE WS-FECHA-PROCESO TO LIS-FECHA
           WRITE LINEA-LISTADO FROM LIS-CABECERA-1
               AFTER ADVANCING PAGE
           WRITE LINEA-LISTADO FROM LIS-CABECERA-2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
               UNTIL WS-IDX-FAM > WS-NUM-FAMILIAS
             IF TF-NUM-MESES (WS-IDX-FAM) >= 2 THEN
               PERFORM 3600-ESCRIBIR-MOROSO
             END-IF
           END-PERFORM
           MOVE C-MOROSOS TO LIS-TOT-FAMILIAS
           WRITE LINEA-LISTADO FROM LIS-TOTAL
               AFTER ADVANCING 2 LINES
           .
      ******************************************************************
       3600-ESCRIBIR-MOROSO.
           ADD 1 TO C-MOROSOS
           MOVE TF-MES (WS-IDX-FAM 1) TO WS-MES-ANTIGUO
           PERFORM VARYING WS-IDX-MES FROM 2 BY 1
               UNTIL WS-IDX-MES > TF-NUM-MESES (WS-IDX-FAM)
             IF TF-MES (WS-IDX-FAM WS-IDX-MES) < WS-MES-ANTIGUO THEN
               MOVE TF-MES (WS-IDX-FAM WS-IDX-MES) TO WS-MES-ANTIGUO
             END-IF
           END-PERFORM

           INITIALIZE REG-MOROSO
           MOVE TF-FAMILIA (WS-IDX-FAM)    TO MO-FAMILIA
           MOVE TF-NIF-ALUMNO (WS-IDX-FAM) TO MO-NIF-ALUMNO
           MOVE TF-NUM-MESES (WS-IDX-FAM)  TO MO-MESES
           MOVE TF-RECIBOS (WS-IDX-FAM)    TO MO-RECIBOS
           MOVE TF-IMPORTE (WS-IDX-FAM)    TO MO-IMPORTE
           MOVE WS-MES-ANTIGUO             TO MO-MES-ANTIGUO
           MOVE WS-FECHA-PROCESO           TO MO-FECHA
           WRITE REG-MOROSO

           MOVE TF-FAMILIA (WS-IDX-FAM)    TO LIS-FAMILIA
           MOVE TF-NIF-ALUMNO (WS-IDX-FAM) TO LIS-NIF-ALUMNO
           MOVE TF-NUM-MESES (WS-IDX-FAM)  TO LIS-MESES
           MOVE TF-RECIBOS (WS-IDX-FAM)    TO LIS-RECIBOS
           MOVE TF-IMPORTE (WS-IDX-FAM)    TO LIS-IMPORTE
           MOVE WS-MES-ANTIGUO             TO LIS-MES-ANTIGUO
           WRITE LINEA-LISTADO FROM LIS-DETALLE
               AFTER ADVANCING 1 LINES
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'RECIBOS DEL LIBRO:    ' C-DEL-LIBRO
           DISPLAY 'RECIBOS DE REMESA:    ' C-DE-REMESA
           DISPLAY 'MOVIMIENTOS BANCO:    ' C-DE-BANCO
           DISPLAY 'RECHAZADOS:           ' C-RECHAZADOS
           DISPLAY 'DEVUELTOS ANOTADOS:   ' C-DEVUELTOS
           DISPLAY 'COBROS VENTANILLA:    ' C-VENTANILLA
           DISPLAY 'PASADOS A COBRADOS:   ' C-COBRADOS
           DISPLAY 'EMITIDOS PENDIENTES:  ' C-PENDIENTES
           DISPLAY 'RECIBOS GRABADOS:     ' C-GRABADOS
           DISPLAY 'FAMILIAS MOROSAS:     ' C-MOROSOS
           CLOSE F-LIBRO-NUEVO F-MOROSOS F-LISTADO
           MOVE C-GRABADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9V' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
