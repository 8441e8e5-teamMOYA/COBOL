       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAH.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: INFORME MENSUAL DE LA MATRIZ DE AUTORIZACION   *
      *                 DE OPERADORES (RAUTOPER). PARA EL MES AAAAMM   *
      *                 DE SYSIN LISTA CADA PERMISO CONCEDIDO CON LAS  *
      *                 TRANSACCIONES DE ALTA, BAJA Y MODIFICACION QUE *
      *                 SE HAN AUTORIZADO CON EL SEGUN EL DIARIO       *
      *                 AUTOLOG QUE ESCRIBE MODAUTOR (LA PRIMERA LINEA *
      *                 DE LA MATRIZ QUE LAS CUBRE, COMO AL            *
      *                 COMPROBARLAS), MARCANDO LOS PERMISOS QUE NO SE *
      *                 HAN USADO EN EL MES, Y DESPUES LOS INTENTOS    *
      *                 RECHAZADOS AGRUPADOS POR OPERADOR+PROGRAMA+    *
      *                 OPCION+MOTIVO. SIN DIARIO EL INFORME SALE SIN  *
      *                 USO; SIN MATRIZ, SOLO CON LOS RECHAZOS.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUTOPER ASSIGN AUTOPER
               FILE STATUS IS FS-AUTOPER.

           SELECT F-AUTOLOG ASSIGN AUTOLOG
               FILE STATUS IS FS-AUTOLOG.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-AUTOPER
           RECORDING MODE IS F.
           COPY RAUTOPER.

       FD F-AUTOLOG
           RECORDING MODE IS F.
           COPY RAUTOLOG.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-AUTOPER PIC XX.
               88 FS-AUTOPER-OK     VALUE '00'.
           05 FS-AUTOLOG PIC XX.
               88 FS-AUTOLOG-OK     VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-MES               PIC X(6).
           05 FILLER               PIC X(74).

       01 C-CONTADORES.
           05 C-COMPROBACIONES    PIC 9(7) VALUE 0.
           05 C-AUTORIZADAS       PIC 9(7) VALUE 0.
           05 C-RECHAZADAS        PIC 9(7) VALUE 0.
           05 C-SIN-PERMISO       PIC 9(7) VALUE 0.
           05 C-SIN-USO           PIC 9(5) VALUE 0.

      *    UNA ENTRADA POR LINEA DE LA MATRIZ, EN SU ORDEN, CON LO
      *    QUE SE HA USADO EN EL MES
       01 T-PERMISOS.
           05 C-PERMISOS           PIC 9(4) VALUE 0.
           05 T-PE-ENTRADA OCCURS 2000.
               10 T-PE-OPERADOR    PIC X(8).
               10 T-PE-PROGRAMA    PIC X(8).
               10 T-PE-ALTA        PIC X.
               10 T-PE-BAJA        PIC X.
               10 T-PE-MODIF       PIC X.
               10 T-PE-DESDE       PIC 99.
               10 T-PE-HASTA       PIC 99.
               10 T-PE-FECHA-ALTA  PIC X(8).
               10 T-PE-USOS-ALTA   PIC 9(7).
               10 T-PE-USOS-BAJA   PIC 9(7).
               10 T-PE-USOS-MODIF  PIC 9(7).
       01 WS-IDX-PER              PIC 9(4).
       01 WS-PERMISO              PIC 9(4).
       01 WS-OPCION-PERMITIDA     PIC X.

       01 T-RECHAZOS.
           05 C-RECHAZOS-TABLA     PIC 999 VALUE 0.
           05 T-RC-ENTRADA OCCURS 500.
               10 T-RC-OPERADOR    PIC X(8).
               10 T-RC-PROGRAMA    PIC X(8).
               10 T-RC-OPCION      PIC X.
               10 T-RC-MOTIVO      PIC X(20).
               10 T-RC-VECES       PIC 9(7).
       01 WS-IDX-RC               PIC 999.
       01 WS-RECHAZO              PIC 999.

       01 WS-TOTAL-USOS           PIC 9(7).

       01 WS-AUTOLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 FIN-DE-AUTOLOG           VALUE 'S'.

       01 LINEA-AUT-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'AUTORIZACIONES DE OPERADOR - USO DEL MES'.
           05 FILLER  PIC X     VALUE SPACE.
           05 LAC-MES       PIC X(6).
           05 FILLER  PIC X(85) VALUE SPACES.

       01 LINEA-AUT-TITULO-PER.
           05 FILLER  PIC X(40) VALUE
               'PERMISOS CONCEDIDOS (S=OPCION PERMITIDA,'.
           05 FILLER  PIC X(40) VALUE
               ' COLEG 00-00=TODOS) Y TRANSACCIONES AUTO'.
           05 FILLER  PIC X(22) VALUE
               'RIZADAS CON CADA UNO  '.
           05 FILLER  PIC X(30) VALUE SPACES.

       01 LINEA-AUT-COLUMNAS-PER.
           05 FILLER  PIC X(44) VALUE
               ' OPERADOR PROGRAMA  A B M  COLEG  F.ALTA    '.
           05 FILLER  PIC X(37) VALUE
               '  ALTAS     BAJAS   MODIFIC     TOTAL'.
           05 FILLER  PIC X(51) VALUE SPACES.

       01 LINEA-AUT-PERMISO.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAP-OPERADOR  PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAP-PROGRAMA  PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAP-ALTA      PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAP-BAJA      PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAP-MODIF     PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAP-DESDE     PIC 99.
           05 FILLER        PIC X     VALUE '-'.
           05 LAP-HASTA     PIC 99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAP-FECHA-ALTA PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAP-USOS-ALTA PIC ZZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LAP-USOS-BAJA PIC ZZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LAP-USOS-MODIF PIC ZZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LAP-TOTAL     PIC ZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAP-MARCA     PIC X(7).
           05 FILLER        PIC X(42) VALUE SPACES.

       01 LINEA-AUT-TITULO-RC.
           05 FILLER  PIC X(40) VALUE
               'INTENTOS RECHAZADOS POR OPERADOR, PROGRA'.
           05 FILLER  PIC X(20) VALUE
               'MA, OPCION Y MOTIVO '.
           05 FILLER  PIC X(72) VALUE SPACES.

       01 LINEA-AUT-COLUMNAS-RC.
           05 FILLER  PIC X(52) VALUE
               ' OPERADOR PROGRAMA  O  MOTIVO                  VECES'.
           05 FILLER  PIC X(80) VALUE SPACES.

       01 LINEA-AUT-RECHAZO.
           05 FILLER        PIC X     VALUE SPACE.
           05 LAR-OPERADOR  PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LAR-PROGRAMA  PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAR-OPCION    PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAR-MOTIVO    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LAR-VECES     PIC ZZZZZZ9.
           05 FILLER        PIC X(80) VALUE SPACES.

       01 LINEA-AUT-NINGUNO.
           05 FILLER  PIC X(40) VALUE
               ' NINGUNO                                '.
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-AUT-RESUMEN.
           05 FILLER  PIC X(23) VALUE 'COMPROBACIONES DEL MES:'.
           05 LAS-COMPROBACIONES PIC ZZZZZZ9.
           05 FILLER  PIC X(16) VALUE '   AUTORIZADAS: '.
           05 LAS-AUTORIZADAS PIC ZZZZZZ9.
           05 FILLER  PIC X(15) VALUE '   RECHAZADAS: '.
           05 LAS-RECHAZADAS PIC ZZZZZZ9.
           05 FILLER  PIC X(21) VALUE '   PERMISOS SIN USO: '.
           05 LAS-SIN-USO   PIC ZZZZ9.
           05 FILLER  PIC X(31) VALUE SPACES.

       01 LINEA-AUT-BLANCO         PIC X(132) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-LEER-DIARIO
           PERFORM 3000-LISTAR-PERMISOS
           PERFORM 3500-LISTAR-RECHAZOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-MES NOT NUMERIC THEN
               DISPLAY '*CCPRACAH*SYSIN*SIN*MES* SE INFORMA EL MES '
                   'EN CURSO'
               MOVE WS-TIMESTAMP-INICIO (1:6) TO WS-MES
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1100-CARGAR-PERMISOS
           .
      ******************************************************************
       1100-CARGAR-PERMISOS.
           OPEN INPUT F-AUTOPER
           IF NOT FS-AUTOPER-OK THEN
               DISPLAY '*CCPRACAH*SIN*MATRIZ*AUTORIZACION* '
                   FS-AUTOPER ' - SOLO SE LISTAN LOS RECHAZOS'
           ELSE
               READ F-AUTOPER
               PERFORM UNTIL NOT FS-AUTOPER-OK
                   OR C-PERMISOS >= 2000
                   ADD 1 TO C-PERMISOS
                   MOVE AU-OPERADOR  TO T-PE-OPERADOR (C-PERMISOS)
                   MOVE AU-PROGRAMA  TO T-PE-PROGRAMA (C-PERMISOS)
                   MOVE AU-ALTA      TO T-PE-ALTA (C-PERMISOS)
                   MOVE AU-BAJA      TO T-PE-BAJA (C-PERMISOS)
                   MOVE AU-MODIFICACION TO T-PE-MODIF (C-PERMISOS)
                   MOVE AU-COLEGIO-DESDE TO T-PE-DESDE (C-PERMISOS)
                   MOVE AU-COLEGIO-HASTA TO T-PE-HASTA (C-PERMISOS)
                   MOVE AU-FECHA-ALTA TO T-PE-FECHA-ALTA (C-PERMISOS)
                   MOVE 0 TO T-PE-USOS-ALTA (C-PERMISOS)
                   MOVE 0 TO T-PE-USOS-BAJA (C-PERMISOS)
                   MOVE 0 TO T-PE-USOS-MODIF (C-PERMISOS)
                   READ F-AUTOPER
               END-PERFORM
               IF FS-AUTOPER-OK THEN
                   DISPLAY '*CCPRACAH*TABLA*LLENA* MAXIMO 2000'
               END-IF
               CLOSE F-AUTOPER
           END-IF
           .
      ******************************************************************
       2000-LEER-DIARIO.
           OPEN INPUT F-AUTOLOG
           IF NOT FS-AUTOLOG-OK THEN
               DISPLAY '*CCPRACAH*SIN*DIARIO*AUTOLOG* ' FS-AUTOLOG
                   ' - NINGUN PERMISO CONSTA COMO USADO'
           ELSE
               MOVE 'N' TO WS-AUTOLOG-EOF-FLAG
               PERFORM 2050-LEER-AUTOLOG
               PERFORM UNTIL FIN-DE-AUTOLOG
                   IF AL-FECHA (1:6) = WS-MES THEN
                       ADD 1 TO C-COMPROBACIONES
                       IF AL-AUTORIZADA THEN
                           PERFORM 2100-ANOTAR-USO
                       ELSE
                           PERFORM 2200-ANOTAR-RECHAZO
                       END-IF
                   END-IF
                   PERFORM 2050-LEER-AUTOLOG
               END-PERFORM
               CLOSE F-AUTOLOG
           END-IF
           .
      ******************************************************************
       2050-LEER-AUTOLOG.
           READ F-AUTOLOG
               AT END SET FIN-DE-AUTOLOG TO TRUE
           END-READ
           .
      ******************************************************************
       2100-ANOTAR-USO.
      *    EL USO SE CARGA A LA PRIMERA LINEA QUE CUBRE LA TRANSACCION,
      *    CON EL MISMO CRITERIO DE MODAUTOR; LO AUTORIZADO SIN MATRIZ
      *    NO CASA CON NINGUNA
           ADD 1 TO C-AUTORIZADAS
           MOVE 0 TO WS-PERMISO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > C-PERMISOS
                      OR WS-PERMISO > 0
               IF T-PE-OPERADOR (WS-IDX-PER) = AL-OPERADOR
                   AND T-PE-PROGRAMA (WS-IDX-PER) = AL-PROGRAMA THEN
                   PERFORM 2110-COMPROBAR-PERMISO
               END-IF
           END-PERFORM
           IF WS-PERMISO = 0 THEN
               ADD 1 TO C-SIN-PERMISO
           ELSE
               EVALUATE AL-OPCION
                   WHEN 'A' ADD 1 TO T-PE-USOS-ALTA (WS-PERMISO)
                   WHEN 'B' ADD 1 TO T-PE-USOS-BAJA (WS-PERMISO)
                   WHEN 'M' ADD 1 TO T-PE-USOS-MODIF (WS-PERMISO)
               END-EVALUATE
           END-IF
           .
      ******************************************************************
       2110-COMPROBAR-PERMISO.
           EVALUATE AL-OPCION
               WHEN 'A' MOVE T-PE-ALTA (WS-IDX-PER)
                          TO WS-OPCION-PERMITIDA
               WHEN 'B' MOVE T-PE-BAJA (WS-IDX-PER)
                          TO WS-OPCION-PERMITIDA
               WHEN 'M' MOVE T-PE-MODIF (WS-IDX-PER)
                          TO WS-OPCION-PERMITIDA
               WHEN OTHER MOVE 'N' TO WS-OPCION-PERMITIDA
           END-EVALUATE
           IF WS-OPCION-PERMITIDA = 'S'
               AND (AL-COLEGIO = 0
                    OR (T-PE-DESDE (WS-IDX-PER) = 0
                        AND T-PE-HASTA (WS-IDX-PER) = 0)
                    OR (AL-COLEGIO >= T-PE-DESDE (WS-IDX-PER)
                        AND AL-COLEGIO <= T-PE-HASTA (WS-IDX-PER)))
               THEN
               MOVE WS-IDX-PER TO WS-PERMISO
           END-IF
           .
      ******************************************************************
       2200-ANOTAR-RECHAZO.
           ADD 1 TO C-RECHAZADAS
           MOVE 0 TO WS-RECHAZO
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > C-RECHAZOS-TABLA
                      OR WS-RECHAZO > 0
               IF T-RC-OPERADOR (WS-IDX-RC) = AL-OPERADOR
                   AND T-RC-PROGRAMA (WS-IDX-RC) = AL-PROGRAMA
                   AND T-RC-OPCION (WS-IDX-RC) = AL-OPCION
                   AND T-RC-MOTIVO (WS-IDX-RC) = AL-MOTIVO THEN
                   MOVE WS-IDX-RC TO WS-RECHAZO
               END-IF
           END-PERFORM
           IF WS-RECHAZO = 0 THEN
               IF C-RECHAZOS-TABLA >= 500 THEN
                   DISPLAY '*CCPRACAH*TABLA*RECHAZOS*LLENA* '
                       AL-OPERADOR ' ' AL-PROGRAMA ' ' AL-OPCION
               ELSE
                   ADD 1 TO C-RECHAZOS-TABLA
                   MOVE C-RECHAZOS-TABLA TO WS-RECHAZO
                   MOVE AL-OPERADOR TO T-RC-OPERADOR (WS-RECHAZO)
                   MOVE AL-PROGRAMA TO T-RC-PROGRAMA (WS-RECHAZO)
                   MOVE AL-OPCION   TO T-RC-OPCION (WS-RECHAZO)
                   MOVE AL-MOTIVO   TO T-RC-MOTIVO (WS-RECHAZO)
                   MOVE 0           TO T-RC-VECES (WS-RECHAZO)
               END-IF
           END-IF
           IF WS-RECHAZO > 0 THEN
               ADD 1 TO T-RC-VECES (WS-RECHAZO)
           END-IF
           .
      ******************************************************************
       3000-LISTAR-PERMISOS.
           MOVE WS-MES TO LAC-MES
           WRITE LINEA-LISTADO FROM LINEA-AUT-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-AUT-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-AUT-TITULO-PER
           WRITE LINEA-LISTADO FROM LINEA-AUT-COLUMNAS-PER
           IF C-PERMISOS = 0 THEN
               WRITE LINEA-LISTADO FROM LINEA-AUT-NINGUNO
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > C-PERMISOS
               PERFORM 3100-LINEA-DE-PERMISO
           END-PERFORM
           .
      ******************************************************************
       3100-LINEA-DE-PERMISO.
           COMPUTE WS-TOTAL-USOS = T-PE-USOS-ALTA (WS-IDX-PER)
                                 + T-PE-USOS-BAJA (WS-IDX-PER)
                                 + T-PE-USOS-MODIF (WS-IDX-PER)
           MOVE T-PE-OPERADOR (WS-IDX-PER)   TO LAP-OPERADOR
           MOVE T-PE-PROGRAMA (WS-IDX-PER)   TO LAP-PROGRAMA
           MOVE T-PE-ALTA (WS-IDX-PER)       TO LAP-ALTA
           MOVE T-PE-BAJA (WS-IDX-PER)       TO LAP-BAJA
           MOVE T-PE-MODIF (WS-IDX-PER)      TO LAP-MODIF
           MOVE T-PE-DESDE (WS-IDX-PER)      TO LAP-DESDE
           MOVE T-PE-HASTA (WS-IDX-PER)      TO LAP-HASTA
           MOVE T-PE-FECHA-ALTA (WS-IDX-PER) TO LAP-FECHA-ALTA
           MOVE T-PE-USOS-ALTA (WS-IDX-PER)  TO LAP-USOS-ALTA
           MOVE T-PE-USOS-BAJA (WS-IDX-PER)  TO LAP-USOS-BAJA
           MOVE T-PE-USOS-MODIF (WS-IDX-PER) TO LAP-USOS-MODIF
           MOVE WS-TOTAL-USOS                TO LAP-TOTAL
           IF WS-TOTAL-USOS = 0 THEN
               MOVE 'SIN USO' TO LAP-MARCA
               ADD 1 TO C-SIN-USO
           ELSE
               MOVE SPACES TO LAP-MARCA
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-AUT-PERMISO
           .
      ******************************************************************
       3500-LISTAR-RECHAZOS.
           WRITE LINEA-LISTADO FROM LINEA-AUT-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-AUT-TITULO-RC
           WRITE LINEA-LISTADO FROM LINEA-AUT-COLUMNAS-RC
           IF C-RECHAZOS-TABLA = 0 THEN
               WRITE LINEA-LISTADO FROM LINEA-AUT-NINGUNO
           END-IF
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > C-RECHAZOS-TABLA
               MOVE T-RC-OPERADOR (WS-IDX-RC) TO LAR-OPERADOR
               MOVE T-RC-PROGRAMA (WS-IDX-RC) TO LAR-PROGRAMA
               MOVE T-RC-OPCION (WS-IDX-RC)   TO LAR-OPCION
               MOVE T-RC-MOTIVO (WS-IDX-RC)   TO LAR-MOTIVO
               MOVE T-RC-VECES (WS-IDX-RC)    TO LAR-VECES
               WRITE LINEA-LISTADO FROM LINEA-AUT-RECHAZO
           END-PERFORM
           MOVE C-COMPROBACIONES TO LAS-COMPROBACIONES
           MOVE C-AUTORIZADAS    TO LAS-AUTORIZADAS
           MOVE C-RECHAZADAS     TO LAS-RECHAZADAS
           MOVE C-SIN-USO        TO LAS-SIN-USO
           WRITE LINEA-LISTADO FROM LINEA-AUT-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-AUT-RESUMEN
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'MES INFORMADO:            ' WS-MES
           DISPLAY 'PERMISOS EN LA MATRIZ:    ' C-PERMISOS
           DISPLAY 'PERMISOS SIN USO:         ' C-SIN-USO
           DISPLAY 'COMPROBACIONES DEL MES:   ' C-COMPROBACIONES
           DISPLAY 'AUTORIZADAS:              ' C-AUTORIZADAS
           DISPLAY '  SIN LINEA EN LA MATRIZ: ' C-SIN-PERMISO
           DISPLAY 'RECHAZADAS:               ' C-RECHAZADAS
           CLOSE F-LISTADO
           MOVE C-COMPROBACIONES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAH' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
