       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAY.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONTROL DEL PAPEL DE SEGURIDAD PRENUMERADO DEL *
      *                 MINISTERIO EN QUE SE IMPRIMEN DIPLOMAS         *
      *                 (CCPRAC62), DUPLICADOS DE TITULO (CCPRAC9A) Y  *
      *                 CERTIFICADOS (CCPRAC9J), QUE EL MINISTERIO     *
      *                 AUDITA HOJA A HOJA. DOS PASOS:                 *
      *                 1) TRANSACCIONES (PAPTRANS, OPCIONAL):         *
      *                    'R' RECEPCION DE UNA REMESA: RANGO DESDE-   *
      *                        HASTA DEL COLEGIO, QUE NO PUEDE SOLAPAR *
      *                        NINGUN RANGO YA RECIBIDO; SE ANADE A    *
      *                        LAS EXISTENCIAS (RPAPSTOK)              *
      *                    'I' HOJA INUTILIZADA: DEBE ESTAR EN LOS     *
      *                        RANGOS DEL COLEGIO Y NO ESTAR YA USADA  *
      *                        NI INUTILIZADA; SE ANADE A LOS          *
      *                        MOVIMIENTOS (RPAPMOV) CON SU MOTIVO     *
      *                    CADA TRANSACCION SE COMPRUEBA ANTES EN LA   *
      *                    MATRIZ DE AUTORIZACION (MODAUTOR) Y LAS     *
      *                    RECHAZADAS SALEN EN EL INFORME CON LA CAUSA.*
      *                 2) CONCILIACION: UN SORT INTERNO JUNTA RANGOS  *
      *                    Y MOVIMIENTOS POR COLEGIO Y NUMERO DE SERIE *
      *                    Y POR COLEGIO SACA HOJAS RECIBIDAS, USADAS, *
      *                    INUTILIZADAS, HUECOS (HOJAS POR DEBAJO DE   *
      *                    LA ULTIMA USADA SIN MOVIMIENTO, QUE HAY QUE *
      *                    JUSTIFICAR) Y EN EXISTENCIA (LAS QUE QUEDAN *
      *                    POR ENCIMA). LISTA CADA HUECO, CADA HOJA    *
      *                    CON DOS MOVIMIENTOS Y CADA MOVIMIENTO FUERA *
      *                    DE LOS RANGOS RECIBIDOS. CON ALGUN RECHAZO  *
      *                    O INCIDENCIA TERMINA CON 4.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANS ASSIGN PAPTRANS
               FILE STATUS IS FS-TRANS.

           SELECT F-PAPSTOCK ASSIGN PAPSTOCK
               FILE STATUS IS FS-PAPSTOCK.

           SELECT F-PAPMOV ASSIGN PAPMOV
               FILE STATUS IS FS-PAPMOV.

           SELECT F-INFORME ASSIGN PAPINFO
               FILE STATUS IS FS-INFORME.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-TRANS
           RECORDING MODE IS F
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-TIPO              PIC X.
               88 TR-RECEPCION          VALUE 'R'.
               88 TR-INUTILIZADA        VALUE 'I'.
           05 TR-COLEGIO           PIC 99.
           05 TR-DESDE             PIC 9(8).
           05 TR-HASTA             PIC 9(8).
           05 TR-REMESA            PIC X(10).
           05 TR-MOTIVO            PIC X(3).
           05 TR-OPERADOR          PIC X(8).
           05 FILLER               PIC X(40).

       FD F-PAPSTOCK
           RECORDING MODE IS F.
           COPY RPAPSTOK.

       FD F-PAPMOV
           RECORDING MODE IS F.
           COPY RPAPMOV.

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(132).

       SD F-SORT
           DATA RECORD REG-PAPEL-SORT.
       01 REG-PAPEL-SORT.
           05 SP-COLEGIO           PIC 99.
           05 SP-SERIAL            PIC 9(8).
           05 SP-TIPO              PIC X.
               88 SP-ES-RANGO           VALUE '0'.
               88 SP-ES-MOVIMIENTO      VALUE '1'.
           05 SP-HASTA             PIC 9(8).
           05 SP-ESTADO            PIC X.
               88 SP-USADA              VALUE 'U'.
               88 SP-INUTILIZADA        VALUE 'I'.
           05 SP-DOCUMENTO         PIC X(3).
           05 SP-NIF               PIC X(9).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-TRANS PIC XX.
               88 FS-TRANS-OK       VALUE '00'.
               88 FS-TRANS-EOF      VALUE '10'.
               88 FS-TRANS-NO-EXISTE VALUE '35'.
           05 FS-PAPSTOCK PIC XX.
               88 FS-PAPSTOCK-OK    VALUE '00'.
               88 FS-PAPSTOCK-EOF   VALUE '10'.
               88 FS-PAPSTOCK-NO-EXISTE VALUE '35'.
           05 FS-PAPMOV PIC XX.
               88 FS-PAPMOV-OK      VALUE '00'.
               88 FS-PAPMOV-EOF     VALUE '10'.
               88 FS-PAPMOV-NO-EXISTE VALUE '35'.
           05 FS-INFORME PIC XX.
               88 FS-INFORME-OK     VALUE '00'.

       01 C-CONTADORES.
           05 C-TRANS-LEIDAS      PIC 9(6) VALUE 0.
           05 C-RECEPCIONES       PIC 9(6) VALUE 0.
           05 C-INUTILIZADAS      PIC 9(6) VALUE 0.
           05 C-RECHAZADAS        PIC 9(6) VALUE 0.
           05 C-INCIDENCIAS       PIC 9(6) VALUE 0.
           05 C-MOVIMIENTOS       PIC 9(8) VALUE 0.

      *    RANGOS RECIBIDOS (LOS DEL FICHERO Y LOS ACEPTADOS EN LA
      *    PASADA), PARA VALIDAR SOLAPES Y HOJAS INUTILIZADAS
       01 T-RANGOS.
           05 C-RANGOS          PIC 9(4) VALUE 0.
           05 T-RG-ENTRADA OCCURS 1000.
               10 T-RG-COLEGIO   PIC 99.
               10 T-RG-DESDE     PIC 9(8).
               10 T-RG-HASTA     PIC 9(8).

      *    HOJAS INUTILIZADAS ACEPTADAS EN LA PASADA; SE CONTRASTAN
      *    CON LOS MOVIMIENTOS EN UNA SOLA LECTURA ANTES DE ANOTARLAS
       01 T-HOJAS.
           05 C-HOJAS           PIC 9(4) VALUE 0.
           05 T-HJ-ENTRADA OCCURS 500.
               10 T-HJ-COLEGIO   PIC 99.
               10 T-HJ-SERIAL    PIC 9(8).
               10 T-HJ-MOTIVO    PIC X(3).
               10 T-HJ-FLAG      PIC X.
                   88 T-HJ-RECHAZADA     VALUE 'S'.

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-2             PIC 9(4).
       01 WS-RECHAZO-FLAG      PIC X VALUE 'N'.
           88 TRANS-RECHAZADA       VALUE 'S'.
       01 WS-CAUSA             PIC X(40).
       01 WS-EN-RANGO-FLAG     PIC X.
           88 HOJA-EN-RANGO         VALUE 'S'.

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO   VALUE 'S'.

      *    ULTIMA HOJA USADA DE CADA COLEGIO: POR DEBAJO DE ELLA UNA
      *    HOJA SIN MOVIMIENTO ES UN HUECO, POR ENCIMA ESTA EN STOCK
       01 T-ULTIMA-USADA.
           05 T-UU-SERIAL       PIC 9(8) OCCURS 99.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

      *    HIGH-VALUES HASTA EL PRIMER COLEGIO, PARA QUE UN MOVIMIENTO
      *    CON COLEGIO 00 TAMBIEN ABRA SU CORTE
       01 WS-COLEGIO-ACTUAL       PIC XX VALUE HIGH-VALUES.
       01 WS-RANGO-FLAG           PIC X VALUE 'N'.
           88 HAY-RANGO-ABIERTO        VALUE 'S'.
       01 WS-RG-HASTA             PIC 9(8).
       01 WS-ESPERADA             PIC 9(8).
       01 WS-LIMITE               PIC 9(8).
       01 WS-ANTERIOR             PIC 9(8).
       01 WS-HUECO-DESDE          PIC 9(8).
       01 WS-HUECO-HASTA          PIC 9(8).

       01 W-COLEGIO-TOTALES.
           05 W-CT-RECIBIDAS     PIC 9(8).
           05 W-CT-USADAS        PIC 9(8).
           05 W-CT-INUTILIZADAS  PIC 9(8).
           05 W-CT-HUECOS        PIC 9(8).
           05 W-CT-STOCK         PIC S9(8).

       01 W-TOTALES.
           05 W-TT-RECIBIDAS     PIC 9(9) VALUE 0.
           05 W-TT-USADAS        PIC 9(9) VALUE 0.
           05 W-TT-INUTILIZADAS  PIC 9(9) VALUE 0.
           05 W-TT-HUECOS        PIC 9(9) VALUE 0.
           05 W-TT-STOCK         PIC S9(9) VALUE 0.

       01 T-LINEAS-COLEGIO.
           05 C-LINEAS-COLEGIO   PIC 999 VALUE 0.
           05 T-LC-LINEA         PIC X(132) OCCURS 100.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 LINEA-INF-TITULO.
           05 FILLER  PIC X(44) VALUE
               'CONCILIACION DEL PAPEL DE SEGURIDAD - FECHA '.
           05 LIT-FECHA PIC X(8).
           05 FILLER  PIC X(80) VALUE SPACES.

       01 LINEA-INF-SECCION.
           05 LIS-TEXTO PIC X(40).
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-INF-RECHAZO.
           05 FILLER  PIC X(10) VALUE 'RECHAZADA '.
           05 LIR-TIPO     PIC X.
           05 FILLER  PIC X(11) VALUE '  COLEGIO: '.
           05 LIR-COLEGIO  PIC 99.
           05 FILLER  PIC X(9)  VALUE '  DESDE: '.
           05 LIR-DESDE    PIC 9(8).
           05 FILLER  PIC X(9)  VALUE '  HASTA: '.
           05 LIR-HASTA    PIC 9(8).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LIR-CAUSA    PIC X(40).
           05 FILLER  PIC X(32) VALUE SPACES.

       01 LINEA-INF-INCIDENCIA.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LII-COLEGIO  PIC 99.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LII-TEXTO    PIC X(20).
           05 FILLER  PIC X(9)  VALUE '  DESDE: '.
           05 LII-DESDE    PIC 9(8).
           05 FILLER  PIC X(9)  VALUE '  HASTA: '.
           05 LII-HASTA    PIC 9(8).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LII-DOCUMENTO PIC X(3).
           05 FILLER  PIC X     VALUE SPACE.
           05 LII-NIF      PIC X(9).
           05 FILLER  PIC X(50) VALUE SPACES.

       01 LINEA-INF-COLUMNAS.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO  '.
           05 FILLER  PIC X(11) VALUE '  RECIBIDAS'.
           05 FILLER  PIC X(11) VALUE '     USADAS'.
           05 FILLER  PIC X(11) VALUE ' INUTILIZAD'.
           05 FILLER  PIC X(11) VALUE '     HUECOS'.
           05 FILLER  PIC X(11) VALUE ' EN  STOCK '.
           05 FILLER  PIC X(68) VALUE SPACES.

       01 LINEA-INF-COLEGIO.
           05 LIC-COLEGIO   PIC X(7).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIC-RECIBIDAS PIC Z(10)9.
           05 LIC-USADAS    PIC Z(10)9.
           05 LIC-INUTIL    PIC Z(10)9.
           05 LIC-HUECOS    PIC Z(10)9.
           05 LIC-STOCK     PIC -(10)9.
           05 FILLER        PIC X(68) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-TRANSACCIONES
           SORT F-SORT
               ON ASCENDING KEY SP-COLEGIO SP-SERIAL SP-TIPO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 3000-CARGAR-SORT
               OUTPUT PROCEDURE 3500-CONCILIAR
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           INITIALIZE T-RANGOS
           INITIALIZE T-HOJAS
           INITIALIZE T-ULTIMA-USADA
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-RANGOS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACAY'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-FH-AAAAMMDD TO LIT-FECHA
           WRITE LINEA-INFORME FROM LINEA-INF-TITULO
               AFTER ADVANCING CANAL-12
           .
      ******************************************************************
       1200-CARGAR-RANGOS.
           OPEN INPUT F-PAPSTOCK
           IF FS-PAPSTOCK-NO-EXISTE THEN
             DISPLAY '*CCPRACAY*SIN*EXISTENCIAS*DE*PAPEL*'
           ELSE
             IF NOT FS-PAPSTOCK-OK THEN
               DISPLAY 'ERROR LEER FICHERO PAPSTOCK'
               DISPLAY FS-PAPSTOCK
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-PAPSTOCK
             PERFORM UNTIL NOT FS-PAPSTOCK-OK
               IF C-RANGOS < 1000 THEN
                 ADD 1 TO C-RANGOS
                 MOVE PS-COLEGIO TO T-RG-COLEGIO (C-RANGOS)
                 MOVE PS-DESDE   TO T-RG-DESDE (C-RANGOS)
                 MOVE PS-HASTA   TO T-RG-HASTA (C-RANGOS)
               ELSE
                 DISPLAY '*CCPRACAY*TABLA*RANGOS*LLENA*'
               END-IF
               READ F-PAPSTOCK
             END-PERFORM
             CLOSE F-PAPSTOCK
           END-IF
           .
      ******************************************************************
       2000-TRANSACCIONES.
           OPEN INPUT F-TRANS
           IF FS-TRANS-NO-EXISTE THEN
             DISPLAY '*CCPRACAY*SIN*TRANSACCIONES* SOLO CONCILIACION'
           ELSE
             IF NOT FS-TRANS-OK THEN
               DISPLAY 'ERROR LEER FICHERO PAPTRANS'
               DISPLAY FS-TRANS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             MOVE 'TRANSACCIONES RECHAZADAS' TO LIS-TEXTO
             WRITE LINEA-INFORME FROM LINEA-INF-SECCION AFTER 2
             OPEN EXTEND F-PAPSTOCK
             IF FS-PAPSTOCK-NO-EXISTE THEN
               OPEN OUTPUT F-PAPSTOCK
             END-IF
             IF NOT FS-PAPSTOCK-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PAPSTOCK'
               DISPLAY FS-PAPSTOCK
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-TRANS
             PERFORM UNTIL NOT FS-TRANS-OK
               ADD 1 TO C-TRANS-LEIDAS
               PERFORM 2100-VALIDAR-TRANSACCION
               READ F-TRANS
             END-PERFORM
             CLOSE F-TRANS
             CLOSE F-PAPSTOCK
             PERFORM 2500-ANOTAR-INUTILIZADAS
           END-IF
           .
      ******************************************************************
       2100-VALIDAR-TRANSACCION.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE SPACES TO WS-CAUSA
           IF NOT TR-RECEPCION AND NOT TR-INUTILIZADA THEN
             MOVE 'TIPO DE TRANSACCION DESCONOCIDO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA
               AND (TR-COLEGIO NOT NUMERIC OR TR-COLEGIO = 0
                 OR TR-DESDE NOT NUMERIC OR TR-DESDE = 0) THEN
             MOVE 'COLEGIO O NUMERO DE SERIE INVALIDO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             PERFORM 2150-AUTORIZAR
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             IF TR-RECEPCION THEN
               PERFORM 2200-RECEPCION
             ELSE
               PERFORM 2300-INUTILIZADA
             END-IF
           END-IF
           IF TRANS-RECHAZADA THEN
             PERFORM 2900-LISTAR-RECHAZO
           END-IF
           .
      ******************************************************************
       2150-AUTORIZAR.
           MOVE TR-OPERADOR TO W-AUT-OPERADOR
           MOVE 'A'         TO W-AUT-TRANS
           MOVE TR-COLEGIO  TO W-AUT-COLEGIO
           MOVE SPACES      TO W-AUT-CLAVE
           STRING 'PAPEL=' DELIMITED BY SIZE
                  TR-TIPO DELIMITED BY SIZE
                  TR-DESDE DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACAY'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             MOVE 'OPERADOR NO AUTORIZADO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           .
      ******************************************************************
       2200-RECEPCION.
      *    UN RANGO NO PUEDE PISAR NINGUNO RECIBIDO, DE NINGUN COLEGIO:
      *    LA NUMERACION DEL MINISTERIO ES UNICA
           IF TR-HASTA NOT NUMERIC OR TR-HASTA < TR-DESDE THEN
             MOVE 'RANGO DESDE-HASTA INVALIDO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-RANGOS
               IF TR-DESDE <= T-RG-HASTA (WS-IDX)
                   AND TR-HASTA >= T-RG-DESDE (WS-IDX) THEN
                 MOVE 'SOLAPA CON UN RANGO YA RECIBIDO' TO WS-CAUSA
                 SET TRANS-RECHAZADA TO TRUE
               END-IF
             END-PERFORM
           END-IF
           IF NOT TRANS-RECHAZADA AND C-RANGOS >= 1000 THEN
             MOVE 'TABLA DE RANGOS LLENA' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             MOVE SPACES TO REG-PAPEL-STOCK
             MOVE TR-COLEGIO     TO PS-COLEGIO
             MOVE TR-DESDE       TO PS-DESDE
             MOVE TR-HASTA       TO PS-HASTA
             MOVE TR-REMESA      TO PS-REMESA
             MOVE WS-FH-AAAAMMDD TO PS-FECHA-RECEPCION
             MOVE TR-OPERADOR    TO PS-OPERADOR
             WRITE REG-PAPEL-STOCK
             ADD 1 TO C-RANGOS
             MOVE TR-COLEGIO TO T-RG-COLEGIO (C-RANGOS)
             MOVE TR-DESDE   TO T-RG-DESDE (C-RANGOS)
             MOVE TR-HASTA   TO T-RG-HASTA (C-RANGOS)
             ADD 1 TO C-RECEPCIONES
           END-IF
           .
      ******************************************************************
       2300-INUTILIZADA.
           MOVE 'N' TO WS-EN-RANGO-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > C-RANGOS
             IF T-RG-COLEGIO (WS-IDX) = TR-COLEGIO
                 AND TR-DESDE >= T-RG-DESDE (WS-IDX)
                 AND TR-DESDE <= T-RG-HASTA (WS-IDX) THEN
               SET HOJA-EN-RANGO TO TRUE
             END-IF
           END-PERFORM
           IF NOT HOJA-EN-RANGO THEN
             MOVE 'HOJA FUERA DE LOS RANGOS DEL COLEGIO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA AND TR-MOTIVO = SPACES THEN
             MOVE 'FALTA EL MOTIVO' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-HOJAS
               IF T-HJ-COLEGIO (WS-IDX) = TR-COLEGIO
                   AND T-HJ-SERIAL (WS-IDX) = TR-DESDE THEN
                 MOVE 'HOJA REPETIDA EN LA PASADA' TO WS-CAUSA
                 SET TRANS-RECHAZADA TO TRUE
               END-IF
             END-PERFORM
           END-IF
           IF NOT TRANS-RECHAZADA AND C-HOJAS >= 500 THEN
             MOVE 'TABLA DE HOJAS LLENA' TO WS-CAUSA
             SET TRANS-RECHAZADA TO TRUE
           END-IF
           IF NOT TRANS-RECHAZADA THEN
             ADD 1 TO C-HOJAS
             MOVE TR-COLEGIO  TO T-HJ-COLEGIO (C-HOJAS)
             MOVE TR-DESDE    TO T-HJ-SERIAL (C-HOJAS)
             MOVE TR-MOTIVO   TO T-HJ-MOTIVO (C-HOJAS)
             MOVE 'N'         TO T-HJ-FLAG (C-HOJAS)
           END-IF
           .
      ******************************************************************
       2500-ANOTAR-INUTILIZADAS.
      *    UNA HOJA CON MOVIMIENTO (USADA O YA INUTILIZADA) NO SE
      *    PUEDE INUTILIZAR; EL RESTO SE ANADE A LOS MOVIMIENTOS
           IF C-HOJAS > 0 THEN
             OPEN INPUT F-PAPMOV
             IF FS-PAPMOV-OK THEN
               READ F-PAPMOV
               PERFORM UNTIL NOT FS-PAPMOV-OK
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > C-HOJAS
                   IF T-HJ-COLEGIO (WS-IDX) = PM-COLEGIO
                       AND T-HJ-SERIAL (WS-IDX) = PM-SERIAL THEN
                     SET T-HJ-RECHAZADA (WS-IDX) TO TRUE
                   END-IF
                 END-PERFORM
                 READ F-PAPMOV
               END-PERFORM
               CLOSE F-PAPMOV
             END-IF
             OPEN EXTEND F-PAPMOV
             IF FS-PAPMOV-NO-EXISTE THEN
               OPEN OUTPUT F-PAPMOV
             END-IF
             IF NOT FS-PAPMOV-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PAPMOV'
               DISPLAY FS-PAPMOV
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 > C-HOJAS
               PERFORM 2510-ANOTAR-HOJA
             END-PERFORM
             CLOSE F-PAPMOV
           END-IF
           .
      ******************************************************************
       2510-ANOTAR-HOJA.
           IF T-HJ-RECHAZADA (WS-IDX-2) THEN
             MOVE 'I'                      TO TR-TIPO
             MOVE T-HJ-COLEGIO (WS-IDX-2)  TO TR-COLEGIO
             MOVE T-HJ-SERIAL (WS-IDX-2)   TO TR-DESDE
             MOVE 0                        TO TR-HASTA
             MOVE 'LA HOJA YA TIENE MOVIMIENTO' TO WS-CAUSA
             PERFORM 2900-LISTAR-RECHAZO
           ELSE
             MOVE SPACES TO REG-PAPEL-MOV
             MOVE T-HJ-COLEGIO (WS-IDX-2)  TO PM-COLEGIO
             MOVE T-HJ-SERIAL (WS-IDX-2)   TO PM-SERIAL
             SET PM-INUTILIZADA TO TRUE
             MOVE 0                        TO PM-ANO
             MOVE 0                        TO PM-TIT-SERIE
             MOVE T-HJ-MOTIVO (WS-IDX-2)   TO PM-MOTIVO
             MOVE WS-FH-AAAAMMDD           TO PM-FECHA
             MOVE 'CCPRACAY'               TO PM-PROGRAMA
             WRITE REG-PAPEL-MOV
             ADD 1 TO C-INUTILIZADAS
           END-IF
           .
      ******************************************************************
       2900-LISTAR-RECHAZO.
           ADD 1 TO C-RECHAZADAS
           MOVE TR-TIPO    TO LIR-TIPO
           MOVE TR-COLEGIO TO LIR-COLEGIO
           MOVE TR-DESDE   TO LIR-DESDE
           MOVE TR-HASTA   TO LIR-HASTA
           MOVE WS-CAUSA   TO LIR-CAUSA
           WRITE LINEA-INFORME FROM LINEA-INF-RECHAZO AFTER 1
           .
      ******************************************************************
       3000-CARGAR-SORT.
      *    CLAVE COLEGIO+SERIE+TIPO: CADA RANGO (POR SU PRIMERA HOJA)
      *    SALE ANTES QUE LOS MOVIMIENTOS DE SUS HOJAS
           OPEN INPUT F-PAPSTOCK
           IF FS-PAPSTOCK-OK THEN
             READ F-PAPSTOCK
             PERFORM UNTIL NOT FS-PAPSTOCK-OK
               MOVE SPACES     TO REG-PAPEL-SORT
               MOVE PS-COLEGIO TO SP-COLEGIO
               MOVE PS-DESDE   TO SP-SERIAL
               SET SP-ES-RANGO TO TRUE
               MOVE PS-HASTA   TO SP-HASTA
               RELEASE REG-PAPEL-SORT
               READ F-PAPSTOCK
             END-PERFORM
             CLOSE F-PAPSTOCK
           END-IF
           OPEN INPUT F-PAPMOV
           IF FS-PAPMOV-OK THEN
             READ F-PAPMOV
             PERFORM UNTIL NOT FS-PAPMOV-OK
               ADD 1 TO C-MOVIMIENTOS
               MOVE SPACES       TO REG-PAPEL-SORT
               MOVE PM-COLEGIO   TO SP-COLEGIO
               MOVE PM-SERIAL    TO SP-SERIAL
               SET SP-ES-MOVIMIENTO TO TRUE
               MOVE 0            TO SP-HASTA
               MOVE PM-ESTADO    TO SP-ESTADO
               MOVE PM-DOCUMENTO TO SP-DOCUMENTO
               MOVE PM-NIF       TO SP-NIF
               IF PM-USADA AND PM-COLEGIO >= 1 AND PM-COLEGIO <= 99
                   AND PM-SERIAL > T-UU-SERIAL (PM-COLEGIO) THEN
                 PERFORM 3010-ULTIMA-USADA
               END-IF
               RELEASE REG-PAPEL-SORT
               READ F-PAPMOV
             END-PERFORM
             CLOSE F-PAPMOV
           END-IF
           .
      ******************************************************************
       3010-ULTIMA-USADA.
      *    UNA HOJA USADA FUERA DE LOS RANGOS DEL COLEGIO SALE COMO
      *    INCIDENCIA Y NO MUEVE LA ULTIMA USADA
           MOVE 'N' TO WS-EN-RANGO-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > C-RANGOS
             IF T-RG-COLEGIO (WS-IDX) = PM-COLEGIO
                 AND PM-SERIAL >= T-RG-DESDE (WS-IDX)
                 AND PM-SERIAL <= T-RG-HASTA (WS-IDX) THEN
               SET HOJA-EN-RANGO TO TRUE
             END-IF
           END-PERFORM
           IF HOJA-EN-RANGO THEN
             MOVE PM-SERIAL TO T-UU-SERIAL (PM-COLEGIO)
           END-IF
           .
      ******************************************************************
       3500-CONCILIAR.
           MOVE 'INCIDENCIAS DE LA CONCILIACION' TO LIS-TEXTO
           WRITE LINEA-INFORME FROM LINEA-INF-SECCION AFTER 2
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3510-LEER-SORT
           PERFORM UNTIL FIN-DE-SORT
             IF SP-COLEGIO NOT = WS-COLEGIO-ACTUAL THEN
               IF WS-COLEGIO-ACTUAL NOT = HIGH-VALUES THEN
                 PERFORM 3700-CERRAR-COLEGIO
               END-IF
               PERFORM 3550-ABRIR-COLEGIO
             END-IF
             IF SP-ES-RANGO THEN
               PERFORM 3600-NUEVO-RANGO
             ELSE
               PERFORM 3650-MOVIMIENTO
             END-IF
             PERFORM 3510-LEER-SORT
           END-PERFORM
           IF WS-COLEGIO-ACTUAL NOT = HIGH-VALUES THEN
             PERFORM 3700-CERRAR-COLEGIO
           END-IF
           PERFORM 3800-RESUMEN-TOTAL
           .
      ******************************************************************
       3510-LEER-SORT.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3550-ABRIR-COLEGIO.
           MOVE SP-COLEGIO TO WS-COLEGIO-ACTUAL
           INITIALIZE W-COLEGIO-TOTALES
           MOVE 'N' TO WS-RANGO-FLAG
           MOVE 0 TO WS-ANTERIOR
           IF SP-COLEGIO >= 1 AND SP-COLEGIO <= 99 THEN
             MOVE T-UU-SERIAL (SP-COLEGIO) TO WS-LIMITE
           ELSE
             MOVE 0 TO WS-LIMITE
           END-IF
           .
      ******************************************************************
       3600-NUEVO-RANGO.
           PERFORM 3610-HUECO-FIN-RANGO
           SET HAY-RANGO-ABIERTO TO TRUE
           MOVE SP-SERIAL TO WS-ESPERADA
           MOVE SP-HASTA  TO WS-RG-HASTA
           COMPUTE W-CT-RECIBIDAS = W-CT-RECIBIDAS
                                  + SP-HASTA - SP-SERIAL + 1
           .
      ******************************************************************
       3610-HUECO-FIN-RANGO.
      *    AL CERRAR UN RANGO, LAS HOJAS QUE QUEDAN SIN MOVIMIENTO
      *    HASTA LA ULTIMA USADA DEL COLEGIO SON HUECO
           IF HAY-RANGO-ABIERTO THEN
             MOVE WS-RG-HASTA TO WS-HUECO-HASTA
             IF WS-LIMITE < WS-HUECO-HASTA THEN
               MOVE WS-LIMITE TO WS-HUECO-HASTA
             END-IF
             IF WS-ESPERADA <= WS-HUECO-HASTA THEN
               MOVE WS-ESPERADA TO WS-HUECO-DESDE
               PERFORM 3690-LISTAR-HUECO
             END-IF
             MOVE 'N' TO WS-RANGO-FLAG
           END-IF
           .
      ******************************************************************
       3650-MOVIMIENTO.
           IF SP-SERIAL = WS-ANTERIOR THEN
             MOVE 'HOJA CON DOS MOVIM.' TO LII-TEXTO
             MOVE SP-SERIAL TO LII-DESDE
             MOVE SP-SERIAL TO LII-HASTA
             PERFORM 3680-LISTAR-INCIDENCIA
           ELSE
             IF NOT HAY-RANGO-ABIERTO OR SP-SERIAL > WS-RG-HASTA THEN
               PERFORM 3610-HUECO-FIN-RANGO
               MOVE 'FUERA DE EXISTENCIAS' TO LII-TEXTO
               MOVE SP-SERIAL TO LII-DESDE
               MOVE SP-SERIAL TO LII-HASTA
               PERFORM 3680-LISTAR-INCIDENCIA
             ELSE
               COMPUTE WS-HUECO-HASTA = SP-SERIAL - 1
               IF WS-LIMITE < WS-HUECO-HASTA THEN
                 MOVE WS-LIMITE TO WS-HUECO-HASTA
               END-IF
               IF WS-ESPERADA <= WS-HUECO-HASTA THEN
                 MOVE WS-ESPERADA TO WS-HUECO-DESDE
                 PERFORM 3690-LISTAR-HUECO
               END-IF
               COMPUTE WS-ESPERADA = SP-SERIAL + 1
               IF SP-USADA THEN
                 ADD 1 TO W-CT-USADAS
               ELSE
                 ADD 1 TO W-CT-INUTILIZADAS
               END-IF
             END-IF
           END-IF
           MOVE SP-SERIAL TO WS-ANTERIOR
           .
      ******************************************************************
       3680-LISTAR-INCIDENCIA.
           ADD 1 TO C-INCIDENCIAS
           MOVE WS-COLEGIO-ACTUAL TO LII-COLEGIO
           MOVE SP-DOCUMENTO      TO LII-DOCUMENTO
           MOVE SP-NIF            TO LII-NIF
           WRITE LINEA-INFORME FROM LINEA-INF-INCIDENCIA AFTER 1
           .
      ******************************************************************
       3690-LISTAR-HUECO.
           ADD 1 TO C-INCIDENCIAS
           COMPUTE W-CT-HUECOS = W-CT-HUECOS
                               + WS-HUECO-HASTA - WS-HUECO-DESDE + 1
           MOVE WS-COLEGIO-ACTUAL TO LII-COLEGIO
           MOVE 'HUECO SIN JUSTIFICAR' TO LII-TEXTO
           MOVE WS-HUECO-DESDE    TO LII-DESDE
           MOVE WS-HUECO-HASTA    TO LII-HASTA
           MOVE SPACES            TO LII-DOCUMENTO
           MOVE SPACES            TO LII-NIF
           WRITE LINEA-INFORME FROM LINEA-INF-INCIDENCIA AFTER 1
           .
      ******************************************************************
       3700-CERRAR-COLEGIO.
           PERFORM 3610-HUECO-FIN-RANGO
           COMPUTE W-CT-STOCK = W-CT-RECIBIDAS - W-CT-USADAS
                              - W-CT-INUTILIZADAS - W-CT-HUECOS
           MOVE SPACES            TO LIC-COLEGIO
           MOVE WS-COLEGIO-ACTUAL TO LIC-COLEGIO (1:2)
           PERFORM 3750-GUARDAR-LINEA
           ADD W-CT-RECIBIDAS    TO W-TT-RECIBIDAS
           ADD W-CT-USADAS       TO W-TT-USADAS
           ADD W-CT-INUTILIZADAS TO W-TT-INUTILIZADAS
           ADD W-CT-HUECOS       TO W-TT-HUECOS
           ADD W-CT-STOCK        TO W-TT-STOCK
           .
      ******************************************************************
       3750-GUARDAR-LINEA.
      *    LAS LINEAS DE COLEGIO SE GUARDAN PARA SACARLAS JUNTAS
      *    DETRAS DE LAS INCIDENCIAS
           IF C-LINEAS-COLEGIO < 100 THEN
             ADD 1 TO C-LINEAS-COLEGIO
             MOVE W-CT-RECIBIDAS    TO LIC-RECIBIDAS
             MOVE W-CT-USADAS       TO LIC-USADAS
             MOVE W-CT-INUTILIZADAS TO LIC-INUTIL
             MOVE W-CT-HUECOS       TO LIC-HUECOS
             MOVE W-CT-STOCK        TO LIC-STOCK
             MOVE LINEA-INF-COLEGIO TO T-LC-LINEA (C-LINEAS-COLEGIO)
           END-IF
           .
      ******************************************************************
       3800-RESUMEN-TOTAL.
           MOVE 'EXISTENCIAS POR COLEGIO' TO LIS-TEXTO
           WRITE LINEA-INFORME FROM LINEA-INF-SECCION AFTER 2
           WRITE LINEA-INFORME FROM LINEA-INF-COLUMNAS AFTER 1
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-LINEAS-COLEGIO
             WRITE LINEA-INFORME FROM T-LC-LINEA (WS-IDX) AFTER 1
           END-PERFORM
           MOVE 'TOTAL'           TO LIC-COLEGIO
           MOVE W-TT-RECIBIDAS    TO LIC-RECIBIDAS
           MOVE W-TT-USADAS       TO LIC-USADAS
           MOVE W-TT-INUTILIZADAS TO LIC-INUTIL
           MOVE W-TT-HUECOS       TO LIC-HUECOS
           MOVE W-TT-STOCK        TO LIC-STOCK
           WRITE LINEA-INFORME FROM LINEA-INF-COLEGIO AFTER 2
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'TRANSACCIONES LEIDAS:   ' C-TRANS-LEIDAS
           DISPLAY 'REMESAS RECIBIDAS:      ' C-RECEPCIONES
           DISPLAY 'HOJAS INUTILIZADAS:     ' C-INUTILIZADAS
           DISPLAY 'TRANSACCIONES RECHAZ.:  ' C-RECHAZADAS
           DISPLAY 'MOVIMIENTOS CONCILIADOS:' C-MOVIMIENTOS
           DISPLAY 'INCIDENCIAS:            ' C-INCIDENCIAS
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACAY'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           CLOSE F-INFORME
           MOVE C-MOVIMIENTOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAY' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF (C-RECHAZADAS > 0 OR C-INCIDENCIAS > 0)
               AND RETURN-CODE < 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
