       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB2.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: LISTADO DE LAS REGLAS DE NEGOCIO EN VIGOR EN   *
      *                 UN ANO ACADEMICO (ANO DE SYSIN; EN BLANCO O 0, *
      *                 LAS VIGENTES HOY: LAS SIN ANO DE FIN). LEE EL  *
      *                 FICHERO CENTRAL RREGLAS (ORDENADO POR NOMBRE Y *
      *                 ANO DESDE, MANTENIDO POR CCPRACB1) Y, POR CADA *
      *                 REGLA, IMPRIME EL VALOR QUE REGIA ESE ANO CON  *
      *                 SU VIGENCIA, CON EL MISMO CRITERIO QUE APLICA  *
      *                 MODREGLA A LOS PROGRAMAS. LAS REGLAS SIN       *
      *                 VIGENCIA EN EL ANO SALEN MARCADAS: EN ESE ANO  *
      *                 LOS PROGRAMAS APLICAN SU FICHA DE SYSIN O SU   *
      *                 VALOR DE SIEMPRE.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLAS ASSIGN REGLAS
               FILE STATUS IS FS-REGLAS.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-REGLAS
           RECORDING MODE IS F.
           COPY RREGLAS.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-REGLAS PIC XX.
               88 FS-REGLAS-OK      VALUE '00'.
               88 FS-REGLAS-EOF     VALUE '10'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-CONSULTA      PIC 9(4).
           05 FILLER               PIC X(76).

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(5) VALUE 0.
           05 C-REGLAS            PIC 9(5) VALUE 0.
           05 C-EN-VIGOR          PIC 9(5) VALUE 0.
           05 C-SIN-VIGOR         PIC 9(5) VALUE 0.
           05 C-LINEAS            PIC 999  VALUE 0.

       01 WS-CODIGO-ACTUAL        PIC X(16).
       01 WS-REGLA-VIGENTE        PIC X.
           88 REGLA-EN-VIGOR           VALUE 'S'.
       01 WS-VIGENTE-FLAG         PIC X.
           88 HAY-VIGENTE              VALUE 'S'.
      *    VIGENCIA QUE CUBRE EL ANO, GUARDADA APARTE PORQUE AL
      *    IMPRIMIRLA YA SE HA LEIDO LA PRIMERA DE LA REGLA SIGUIENTE
       01 WS-REG-VIGENTE.
           05 WV-CODIGO            PIC X(16).
           05 WV-ANO-DESDE         PIC 9(4).
           05 WV-ANO-HASTA         PIC 9(4).
           05 WV-VALOR             PIC 9(5)V99.
           05 WV-DESCRIPCION       PIC X(40).
           05 FILLER               PIC X(9).

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 LINEA-CABECERA.
           05 FILLER  PIC X(36) VALUE
               'REGLAS DE NEGOCIO EN VIGOR EN EL ANO'.
           05 FILLER  PIC X     VALUE SPACE.
           05 LCA-ANO PIC X(4).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LCA-FECHA PIC X(8).
           05 FILLER  PIC X(74) VALUE SPACES.

       01 LINEA-COLUMNAS.
           05 FILLER  PIC X(18) VALUE 'REGLA'.
           05 FILLER  PIC X(11) VALUE '      VALOR'.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 FILLER  PIC X(11) VALUE 'VIGENCIA'.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 FILLER  PIC X(40) VALUE 'DESCRIPCION'.
           05 FILLER  PIC X(48) VALUE SPACES.

       01 LINEA-REGLA.
           05 LRE-CODIGO    PIC X(16).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRE-VALOR     PIC ZZ.ZZ9,99.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LRE-DESDE     PIC X(4).
           05 FILLER        PIC X     VALUE '-'.
           05 LRE-HASTA     PIC X(4).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LRE-DESCRIPCION PIC X(40).
           05 FILLER        PIC X(48) VALUE SPACES.

       01 LINEA-TOTALES.
           05 FILLER  PIC X(17) VALUE 'REGLAS:          '.
           05 LTO-REGLAS    PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '   EN VIGOR:  '.
           05 LTO-EN-VIGOR  PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '   SIN VIGOR: '.
           05 LTO-SIN-VIGOR PIC ZZZZ9.
           05 FILLER  PIC X(72) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-REGLAS UNTIL NOT FS-REGLAS-OK
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-CONSULTA NOT NUMERIC THEN
               MOVE 0 TO WS-ANO-CONSULTA
           END-IF
           IF WS-ANO-CONSULTA = 0 THEN
               MOVE 'HOY ' TO LCA-ANO
           ELSE
               MOVE WS-ANO-CONSULTA TO LCA-ANO
           END-IF
           MOVE WS-FH-AAAAMMDD TO LCA-FECHA
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 2100-CABECERA
           PERFORM 2900-LEER-REGLA
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-REGLAS
           IF NOT FS-REGLAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO REGLAS'
               DISPLAY FS-REGLAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-REGLAS.
      *    TODAS LAS VIGENCIAS DE UNA REGLA VIENEN SEGUIDAS; SE QUEDA
      *    LA QUE CUBRE EL ANO (CCPRACB1 NO DEJA SOLAPAR DOS)
           MOVE RG-CODIGO TO WS-CODIGO-ACTUAL
           MOVE 'N' TO WS-VIGENTE-FLAG
           ADD 1 TO C-REGLAS
           PERFORM UNTIL NOT FS-REGLAS-OK
                   OR RG-CODIGO NOT = WS-CODIGO-ACTUAL
             PERFORM 2200-VIGENCIA-DE-LA-REGLA
             IF REGLA-EN-VIGOR THEN
               SET HAY-VIGENTE TO TRUE
               MOVE REG-REGLA TO WS-REG-VIGENTE
             END-IF
             PERFORM 2900-LEER-REGLA
           END-PERFORM
           PERFORM 2300-LINEA-REGLA
           .
      ******************************************************************
       2100-CABECERA.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA
               AFTER ADVANCING CANAL-12
           WRITE LINEA-LISTADO FROM LINEA-COLUMNAS AFTER 2
           MOVE 3 TO C-LINEAS
           .
      ******************************************************************
       2200-VIGENCIA-DE-LA-REGLA.
           MOVE 'N' TO WS-REGLA-VIGENTE
           IF WS-ANO-CONSULTA = 0 THEN
               IF RG-ANO-HASTA = 0 THEN
                   SET REGLA-EN-VIGOR TO TRUE
               END-IF
           ELSE
               IF (RG-ANO-DESDE = 0
                   OR RG-ANO-DESDE <= WS-ANO-CONSULTA)
                   AND (RG-ANO-HASTA = 0
                     OR RG-ANO-HASTA >= WS-ANO-CONSULTA) THEN
                   SET REGLA-EN-VIGOR TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
       2300-LINEA-REGLA.
           IF C-LINEAS >= 60 THEN
             PERFORM 2100-CABECERA
           END-IF
           IF HAY-VIGENTE THEN
             MOVE WV-CODIGO TO LRE-CODIGO
             MOVE WV-VALOR  TO LRE-VALOR
             IF WV-ANO-DESDE = 0 THEN
               MOVE '....' TO LRE-DESDE
             ELSE
               MOVE WV-ANO-DESDE TO LRE-DESDE
             END-IF
             IF WV-ANO-HASTA = 0 THEN
               MOVE '....' TO LRE-HASTA
             ELSE
               MOVE WV-ANO-HASTA TO LRE-HASTA
             END-IF
             MOVE WV-DESCRIPCION TO LRE-DESCRIPCION
             ADD 1 TO C-EN-VIGOR
           ELSE
             MOVE WS-CODIGO-ACTUAL TO LRE-CODIGO
             MOVE 0 TO LRE-VALOR
             MOVE SPACES TO LRE-DESDE
             MOVE SPACES TO LRE-HASTA
             MOVE 'SIN VIGENCIA EN EL ANO' TO LRE-DESCRIPCION
             ADD 1 TO C-SIN-VIGOR
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-REGLA AFTER 1
           ADD 1 TO C-LINEAS
           .
      ******************************************************************
       2900-LEER-REGLA.
           READ F-REGLAS
           IF FS-REGLAS-OK THEN
             ADD 1 TO C-LEIDOS
           END-IF
           .
      ******************************************************************
       4000-FIN.
           MOVE C-REGLAS     TO LTO-REGLAS
           MOVE C-EN-VIGOR   TO LTO-EN-VIGOR
           MOVE C-SIN-VIGOR  TO LTO-SIN-VIGOR
           WRITE LINEA-LISTADO FROM LINEA-TOTALES AFTER 2
           DISPLAY 'VIGENCIAS LEIDAS: ' C-LEIDOS
           DISPLAY 'REGLAS:           ' C-REGLAS
           DISPLAY 'EN VIGOR:         ' C-EN-VIGOR
           DISPLAY 'SIN VIGOR:        ' C-SIN-VIGOR
           CLOSE F-REGLAS
           CLOSE F-LISTADO
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB2' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
