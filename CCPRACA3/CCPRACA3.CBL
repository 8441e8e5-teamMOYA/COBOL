       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA3.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: DEVOLUCION DE FIN DE CURSO DEL BANCO DE        *
      *                 LIBROS. LEE LAS DEVOLUCIONES RECOGIDAS EN LOS  *
      *                 COLEGIOS (NIF, ASIGNATURA, ESTADO D=BUENO /    *
      *                 E=DETERIORADO Y FECHA), LAS VALIDA (NIF VIA    *
      *                 MODVALNI), LAS ORDENA CON UN SORT INTERNO Y    *
      *                 LAS APLICA EN UN MERGE SECUENCIAL CONTRA EL    *
      *                 REGISTRO RPRESTAM VIEJO PARA EL ANO DE SYSIN.  *
      *                 TODO PRESTAMO DEL ANO QUE SIGUE PRESTADO SIN   *
      *                 DEVOLUCION PASA A NO DEVUELTO Y SE CARGA EL    *
      *                 PRECIO DE REPOSICION DEL CATALOGO RLIBROS; EL  *
      *                 DETERIORADO CARGA EL PORCENTAJE DE SYSIN (50   *
      *                 POR DEFECTO). CADA CARGO SALE COMO UNA LINEA   *
      *                 DEL LISTADO DE CARGOS. UN LIBRO NO DEVUELTO    *
      *                 QUE APARECE MAS TARDE SE ADMITE Y ANULA EL     *
      *                 CARGO.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-LIBROS ASSIGN LIBROS
               FILE STATUS IS FS-LIBROS.

           SELECT F-PRESTAMOS-ANT ASSIGN PRESTANT
               FILE STATUS IS FS-PRESTAMOS-ANT.

           SELECT F-PRESTAMOS-NUEVO ASSIGN PRESTNUE
               FILE STATUS IS FS-PRESTAMOS-NUEVO.

           SELECT F-CARGOS ASSIGN CARGOS
               FILE STATUS IS FS-CARGOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA               PIC X(80).

       FD F-LIBROS
           RECORDING MODE IS F.
           COPY RLIBROS.

       FD F-PRESTAMOS-ANT
           RECORDING MODE IS F.
           COPY RPRESTAM.

       FD F-PRESTAMOS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-PRESTAMO-NUEVO.
       01 REG-PRESTAMO-NUEVO       PIC X(80).

       FD F-CARGOS
           RECORDING MODE IS F
           DATA RECORD LINEA-CARGOS.
       01 LINEA-CARGOS             PIC X(132).

       SD F-SORT
           DATA RECORD REG-TRANS.
       01 REG-TRANS.
           05 TR-CLAVE.
               10 TR-NIF         PIC X(9).
               10 TR-ANO         PIC 9(4).
               10 TR-ASIGNATURA  PIC 9.
           05 TR-ESTADO      PIC X.
           05 TR-FECHA       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-LIBROS PIC XX.
               88 FS-LIBROS-OK      VALUE '00'.
           05 FS-PRESTAMOS-ANT PIC XX.
               88 FS-PRESTAMOS-ANT-OK  VALUE '00'.
               88 FS-PRESTAMOS-ANT-EOF VALUE '10'.
           05 FS-PRESTAMOS-NUEVO PIC XX.
               88 FS-PRESTAMOS-NUEVO-OK VALUE '00'.
           05 FS-CARGOS PIC XX.
               88 FS-CARGOS-OK      VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-PCT-DETERIORO     PIC 9(3).
           05 FILLER               PIC X(73).

       01 LINEA-ENTRADA.
           05 E-NIF          PIC X(9).
           05 FILLER         PIC X.
           05 E-ASIGNATURA   PIC X.
           05 E-ASIGNATURA-N REDEFINES E-ASIGNATURA PIC 9.
           05 FILLER         PIC X.
           05 E-ESTADO       PIC X.
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X(58).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-DEVUELTOS         PIC 9(5) VALUE 0.
           05 C-DETERIORADOS      PIC 9(5) VALUE 0.
           05 C-NO-DEVUELTOS      PIC 9(5) VALUE 0.
           05 C-TARDIOS           PIC 9(5) VALUE 0.
           05 C-ARRASTRADOS       PIC 9(6) VALUE 0.

       01 WS-TOTAL-CARGOS         PIC 9(7)V99 VALUE 0.

       01 WS-RECHAZO-FLAG      PIC X.
           88 REGISTRO-RECHAZADO    VALUE 'S'.

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 T-LIBROS.
           05 C-LIBROS          PIC 999 VALUE 0.
           05 T-LB-ENTRADA OCCURS 100.
               10 T-LB-ISBN       PIC X(13).
               10 T-LB-TITULO     PIC X(30).
               10 T-LB-PRECIO     PIC 9(3)V99.
       01 WS-IDX-LIBRO         PIC 999.
       01 WS-LIBRO-FLAG        PIC X.
           88 LIBRO-ENCONTRADO      VALUE 'S'.

       01 WS-CLAVE-REG.
           05 WS-CR-NIF            PIC X(9).
           05 WS-CR-ANO            PIC 9(4).
           05 WS-CR-ASIGNATURA     PIC 9.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-TRANS             VALUE 'S'.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 LINEA-CAR-TITULO.
           05 FILLER  PIC X(44) VALUE
               'CARGOS DEL BANCO DE LIBROS - FIN DE CURSO - '.
           05 LCT-ANO PIC 9(4).
           05 FILLER  PIC X(84) VALUE SPACES.

       01 LINEA-CAR-COLUMNAS.
           05 FILLER  PIC X(10) VALUE 'NIF'.
           05 FILLER  PIC X(4)  VALUE 'COL'.
           05 FILLER  PIC X(4)  VALUE 'ASG'.
           05 FILLER  PIC X(14) VALUE 'ISBN'.
           05 FILLER  PIC X(31) VALUE 'TITULO'.
           05 FILLER  PIC X(14) VALUE 'MOTIVO'.
           05 FILLER  PIC X(55) VALUE '   IMPORTE'.

       01 LINEA-CAR-DETALLE.
           05 LCD-NIF        PIC X(9).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCD-COLEGIO    PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LCD-ASIGNATURA PIC 9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LCD-ISBN       PIC X(13).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCD-TITULO     PIC X(30).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCD-MOTIVO     PIC X(13).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCD-IMPORTE    PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(46) VALUE SPACES.

       01 LINEA-CAR-TOTAL.
           05 FILLER         PIC X(63) VALUE 'TOTAL CARGOS'.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 LCX-TOTAL      PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(43) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TR-NIF TR-ANO TR-ASIGNATURA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-VALIDAR-DEVOLUCIONES
               OUTPUT PROCEDURE 3000-APLICAR-MERGE
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
             DISPLAY '*CCPRACA3*SYSIN*SIN*ANO*ACADEMICO*'
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-PCT-DETERIORO NOT NUMERIC
               OR WS-PCT-DETERIORO = ZERO
               OR WS-PCT-DETERIORO > 100 THEN
             MOVE 050 TO WS-PCT-DETERIORO
             DISPLAY '*CCPRACA3*SYSIN*SIN*PORCENTAJE*DETERIORO* SE '
                 'ASUME EL 50 POR CIENTO'
           END-IF
           MOVE WS-ANO-ACADEMICO TO LCT-ANO
           PERFORM 1100-CARGAR-CATALOGO
           PERFORM 1200-ABRIR-FICHEROS
           .
      ******************************************************************
       1100-CARGAR-CATALOGO.
           OPEN INPUT F-LIBROS
           IF NOT FS-LIBROS-OK THEN
               DISPLAY 'ERROR LEER CATALOGO LIBROS'
               DISPLAY FS-LIBROS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-LIBROS
           PERFORM UNTIL NOT FS-LIBROS-OK OR C-LIBROS >= 100
             ADD 1 TO C-LIBROS
             MOVE LB-ISBN   TO T-LB-ISBN (C-LIBROS)
             MOVE LB-TITULO TO T-LB-TITULO (C-LIBROS)
             MOVE LB-PRECIO TO T-LB-PRECIO (C-LIBROS)
             READ F-LIBROS
           END-PERFORM
           CLOSE F-LIBROS
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-PRESTAMOS-ANT
           IF NOT FS-PRESTAMOS-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO PRESTAMOS'
               DISPLAY FS-PRESTAMOS-ANT
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 3500-LEER-PRESTAMO-ANT

           OPEN OUTPUT F-PRESTAMOS-NUEVO
           IF NOT FS-PRESTAMOS-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO PRESTAMOS NUEVO'
               DISPLAY FS-PRESTAMOS-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-CARGOS
           IF NOT FS-CARGOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CARGOS'
               DISPLAY FS-CARGOS
               PERFORM 5000-END-PROGRAM
           END-IF
           WRITE LINEA-CARGOS FROM LINEA-CAR-TITULO
           WRITE LINEA-CARGOS FROM LINEA-CAR-COLUMNAS
           .
      ******************************************************************
       2000-VALIDAR-DEVOLUCIONES.
           READ F-ENTRADA INTO LINEA-ENTRADA
           PERFORM UNTIL FS-ENTRADA-EOF
             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-UNA
             IF NOT REGISTRO-RECHAZADO THEN
               MOVE E-NIF            TO TR-NIF
               MOVE WS-ANO-ACADEMICO TO TR-ANO
               MOVE E-ASIGNATURA-N   TO TR-ASIGNATURA
               MOVE E-ESTADO         TO TR-ESTADO
               IF E-FECHA = SPACES THEN
                 MOVE WS-FA-AAAAMMDD TO TR-FECHA
               ELSE
                 MOVE E-FECHA        TO TR-FECHA
               END-IF
               RELEASE REG-TRANS
             END-IF
             READ F-ENTRADA INTO LINEA-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       2100-VALIDAR-UNA.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           EVALUATE TRUE
             WHEN NOT W-NIF-VALIDO
               DISPLAY '*CCPRACA3*NIF*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-NIF ' ' W-VAL-REGLA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ASIGNATURA NOT NUMERIC
                 OR E-ASIGNATURA-N < 1
               DISPLAY '*CCPRACA3*ASIGNATURA*INVALIDA* LINEA '
                   C-LEIDAS ': ' E-ASIGNATURA
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-ESTADO NOT = 'D' AND E-ESTADO NOT = 'E'
               DISPLAY '*CCPRACA3*ESTADO*INVALIDO* LINEA ' C-LEIDAS
                   ': ' E-ESTADO
               SET REGISTRO-RECHAZADO TO TRUE
             WHEN E-FECHA NOT = SPACES AND E-FECHA NOT NUMERIC
               DISPLAY '*CCPRACA3*FECHA*INVALIDA* LINEA ' C-LEIDAS
                   ': ' E-FECHA
               SET REGISTRO-RECHAZADO TO TRUE
           END-EVALUATE
           IF REGISTRO-RECHAZADO THEN
             ADD 1 TO C-RECHAZADAS
           END-IF
           .
      ******************************************************************
       3000-APLICAR-MERGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3600-RETURN-TRANS
           PERFORM UNTIL FIN-DE-TRANS
             PERFORM UNTIL WS-CLAVE-REG >= TR-CLAVE
               PERFORM 3100-CERRAR-SIN-DEVOLUCION
               PERFORM 3500-LEER-PRESTAMO-ANT
             END-PERFORM
             IF WS-CLAVE-REG = TR-CLAVE THEN
               PERFORM 3200-APLICAR-DEVOLUCION
             ELSE
               DISPLAY '*CCPRACA3*DEVOLUCION*SIN*PRESTAMO* ' TR-NIF
                   ' ' TR-ASIGNATURA
               ADD 1 TO C-RECHAZADAS
             END-IF
             PERFORM 3600-RETURN-TRANS
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-REG = HIGH-VALUES
             PERFORM 3100-CERRAR-SIN-DEVOLUCION
             PERFORM 3500-LEER-PRESTAMO-ANT
           END-PERFORM
           CLOSE F-PRESTAMOS-ANT
           .
      ******************************************************************
       3100-CERRAR-SIN-DEVOLUCION.
      *    PRESTAMO SIN DEVOLUCION: SI ES DEL ANO Y SIGUE PRESTADO SE
      *    DA POR NO DEVUELTO Y SE CARGA ENTERO; EL RESTO SE ARRASTRA
           IF PR-ANO-ACADEMICO = WS-ANO-ACADEMICO
               AND PR-PRESTADO THEN
             PERFORM 3400-BUSCAR-LIBRO
             SET PR-NO-DEVUELTO TO TRUE
             IF LIBRO-ENCONTRADO THEN
               MOVE T-LB-PRECIO (WS-IDX-LIBRO) TO PR-IMPORTE-CARGO
             ELSE
               MOVE 0 TO PR-IMPORTE-CARGO
             END-IF
             MOVE 'NO DEVUELTO  ' TO LCD-MOTIVO
             PERFORM 3300-LINEA-DE-CARGO
             ADD 1 TO C-NO-DEVUELTOS
           ELSE
             ADD 1 TO C-ARRASTRADOS
           END-IF
           WRITE REG-PRESTAMO-NUEVO FROM REG-PRESTAMO
           .
      ******************************************************************
       3200-APLICAR-DEVOLUCION.
           IF NOT PR-PENDIENTE THEN
             DISPLAY '*CCPRACA3*PRESTAMO*YA*DEVUELTO* ' TR-NIF
                 ' ' TR-ASIGNATURA
             ADD 1 TO C-RECHAZADAS
           ELSE
             IF PR-NO-DEVUELTO THEN
               ADD 1 TO C-TARDIOS
             END-IF
             MOVE TR-FECHA TO PR-FECHA-DEVOLUCION
             IF TR-ESTADO = 'D' THEN
               SET PR-DEVUELTO TO TRUE
               MOVE 0 TO PR-IMPORTE-CARGO
               ADD 1 TO C-DEVUELTOS
             ELSE
               PERFORM 3400-BUSCAR-LIBRO
               SET PR-DETERIORADO TO TRUE
               IF LIBRO-ENCONTRADO THEN
                 COMPUTE PR-IMPORTE-CARGO ROUNDED =
                     T-LB-PRECIO (WS-IDX-LIBRO) * WS-PCT-DETERIORO
                   / 100
                 END-COMPUTE
               ELSE
                 MOVE 0 TO PR-IMPORTE-CARGO
               END-IF
               MOVE 'DETERIORADO  ' TO LCD-MOTIVO
               PERFORM 3300-LINEA-DE-CARGO
               ADD 1 TO C-DETERIORADOS
             END-IF
           END-IF
           WRITE REG-PRESTAMO-NUEVO FROM REG-PRESTAMO
           PERFORM 3500-LEER-PRESTAMO-ANT
           .
      ******************************************************************
       3300-LINEA-DE-CARGO.
           MOVE PR-NIF           TO LCD-NIF
           MOVE PR-COLEGIO       TO LCD-COLEGIO
           MOVE PR-ASIGNATURA    TO LCD-ASIGNATURA
           MOVE PR-ISBN          TO LCD-ISBN
           IF LIBRO-ENCONTRADO THEN
             MOVE T-LB-TITULO (WS-IDX-LIBRO) TO LCD-TITULO
           ELSE
             MOVE 'LIBRO FUERA DE CATALOGO' TO LCD-TITULO
           END-IF
           MOVE PR-IMPORTE-CARGO TO LCD-IMPORTE
           ADD PR-IMPORTE-CARGO  TO WS-TOTAL-CARGOS
           WRITE LINEA-CARGOS FROM LINEA-CAR-DETALLE
           .
      ******************************************************************
       3400-BUSCAR-LIBRO.
           MOVE 'N' TO WS-LIBRO-FLAG
           PERFORM VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > C-LIBROS OR LIBRO-ENCONTRADO
             IF T-LB-ISBN (WS-IDX-LIBRO) = PR-ISBN THEN
               MOVE 'S' TO WS-LIBRO-FLAG
               SUBTRACT 1 FROM WS-IDX-LIBRO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3500-LEER-PRESTAMO-ANT.
           READ F-PRESTAMOS-ANT
           IF FS-PRESTAMOS-ANT-OK THEN
             MOVE PR-NIF           TO WS-CR-NIF
             MOVE PR-ANO-ACADEMICO TO WS-CR-ANO
             MOVE PR-ASIGNATURA    TO WS-CR-ASIGNATURA
           ELSE
             MOVE HIGH-VALUES TO WS-CLAVE-REG
           END-IF
           .
      ******************************************************************
       3600-RETURN-TRANS.
           RETURN F-SORT
               AT END SET FIN-DE-TRANS TO TRUE
           END-RETURN
           .
      ******************************************************************
       4000-FIN.
           MOVE WS-TOTAL-CARGOS TO LCX-TOTAL
           WRITE LINEA-CARGOS FROM LINEA-CAR-TOTAL
           DISPLAY 'DEVOLUCIONES LEIDAS:  ' C-LEIDAS
           DISPLAY 'RECHAZADAS:           ' C-RECHAZADAS
           DISPLAY 'DEVUELTOS EN BUEN EST:' C-DEVUELTOS
           DISPLAY 'DEVUELTOS DETERIORAD.:' C-DETERIORADOS
           DISPLAY 'DEVOLUCIONES TARDIAS: ' C-TARDIOS
           DISPLAY 'NO DEVUELTOS:         ' C-NO-DEVUELTOS
           DISPLAY 'ARRASTRADOS:          ' C-ARRASTRADOS
           CLOSE F-PRESTAMOS-NUEVO
           CLOSE F-CARGOS
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA3' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
