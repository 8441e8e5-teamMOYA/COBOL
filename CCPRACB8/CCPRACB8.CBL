       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB8.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SIMULACRO DE RESTAURACION DE UN JUEGO DE COPIA *
      *                 DE CCPRACB7 EN EL ENTORNO DE PRUEBAS, PARA     *
      *                 SABER ANTES DE NECESITARLO SI UN PUNTO SE      *
      *                 PUEDE RESTAURAR Y SI LO RESTAURADO CUADRA.     *
      *                 EL PUNTO SE ELIGE EN SYSIN (EN BLANCO, EL      *
      *                 ULTIMO COMPLETO DEL CATALOGO RPUNTORE); UN     *
      *                 PUNTO SIN LINEA 'Z' NO SE RESTAURA. EL         *
      *                 SIMULACRO VA EN CUATRO PASOS DE JCL:           *
      *                   1 CCPRACB8 MODO 'R' CON EL PLAN ATADO AL DB2 *
      *                     DE PRUEBAS: COPIA CADA FICHERO DEL JUEGO A *
      *                     PREFIJO-PRUEBAS.DD (COLEGIO SE VUELVE A    *
      *                     CARGAR COMO INDEXADO), VACIA Y RECARGA     *
      *                     CADA TABLA DESDE SU DESCARGA (COMMIT POR   *
      *                     TABLA) Y DEJA EN SIMULACR LOS REGISTROS    *
      *                     RESTAURADOS DE CADA DATASET FRENTE A LOS   *
      *                     DEL MANIFIESTO.                            *
      *                   2 CCPRAC23 CON ALUMNOS, COLEGIO Y HISTDEC    *
      *                     APUNTANDO A LOS DATASETS RESTAURADOS.      *
      *                   3 CCPRAC51 CONTRA EL DB2 DE PRUEBAS.         *
      *                   4 CCPRACB8 MODO 'V': JUNTA SIMULACR, LAS     *
      *                     EXCEPCIONES DE CCPRAC23 (RECONCIL), SUS    *
      *                     RECUENTOS (RECUENTO, CONTRA LAS FILAS      *
      *                     DESCARGADAS Y EL HISTDEC COPIADO) Y LOS    *
      *                     HUERFANOS DE CCPRAC51 (EXCEPRI), E IMPRIME *
      *                     JUEGO COHERENTE (RC 0) O INCOHERENTE (RC   *
      *                     8) CON EL DETALLE DE CADA COMPROBACION.    *
      *                 EN MODO 'R' UNA DIFERENCIA DE REGISTROS DA RC  *
      *                 8 Y UN PUNTO NO RESTAURABLE RC 12.             *
      *                 EL MODO 'R' EXIGE EN SYSIN, TRAS EL PREFIJO,   *
      *                 LA LOCALIZACION DB2 DE PRUEBAS, Y SE PARA CON  *
      *                 RC 12 ANTES DE TOCAR NADA SI NO ES EL CURRENT  *
      *                 SERVER AL QUE ESTA ATADO EL PLAN O SI EL       *
      *                 PREFIJO ES EL DE PRODUCCION (CCPRAC).          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PUNTOS ASSIGN PUNTORES
               FILE STATUS IS FS-PUNTOS.

      *    ORIGEN (DATASET DEL JUEGO) Y DESTINO (DATASET DE PRUEBAS)
      *    SE PONEN ANTES DE CADA OPEN
           SELECT F-ORIGEN ASSIGN TO WS-DSN-ORIGEN
               FILE STATUS IS FS-ORIGEN.

           SELECT F-DESTINO ASSIGN TO WS-DSN-DESTINO
               FILE STATUS IS FS-DESTINO.

           SELECT F-TIT-ORIGEN ASSIGN TO WS-DSN-ORIGEN
               FILE STATUS IS FS-TIT-ORIGEN.

           SELECT F-TIT-DESTINO ASSIGN TO WS-DSN-DESTINO
               FILE STATUS IS FS-TIT-DESTINO.

           SELECT F-COLEGIOS ASSIGN TO WS-DSN-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-SIMULACRO ASSIGN SIMULACR
               FILE STATUS IS FS-SIMULACRO.

           SELECT F-RECONCIL ASSIGN RECONCIL
               FILE STATUS IS FS-RECONCIL.

           SELECT F-RECUENTO ASSIGN RECUENTO
               FILE STATUS IS FS-RECUENTO.

           SELECT F-EXCEPRI ASSIGN EXCEPRI
               FILE STATUS IS FS-EXCEPRI.

           SELECT F-INFORME ASSIGN INFORME
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD F-PUNTOS
           RECORDING MODE IS F.
           COPY RPUNTORE.

       FD F-ORIGEN
           RECORDING MODE IS F
           DATA RECORD REG-ORIGEN.
       01 REG-ORIGEN               PIC X(80).

       FD F-DESTINO
           RECORDING MODE IS F
           DATA RECORD REG-DESTINO.
       01 REG-DESTINO              PIC X(80).

       FD F-TIT-ORIGEN
           RECORDING MODE IS F
           DATA RECORD REG-TIT-ORIGEN.
       01 REG-TIT-ORIGEN           PIC X(108).

       FD F-TIT-DESTINO
           RECORDING MODE IS F
           DATA RECORD REG-TIT-DESTINO.
       01 REG-TIT-DESTINO          PIC X(108).

       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-SIMULACRO
           RECORDING MODE IS F
           DATA RECORD REG-SIMULACRO.
       01 REG-SIMULACRO            PIC X(80).

       FD F-RECONCIL
           RECORDING MODE IS F
           DATA RECORD REG-RECONCIL.
       01 REG-RECONCIL             PIC X(80).

       FD F-RECUENTO
           RECORDING MODE IS F.
           COPY RRECUENT.

       FD F-EXCEPRI
           RECORDING MODE IS F
           DATA RECORD REG-EXCEPRI.
       01 REG-EXCEPRI              PIC X(80).

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PUNTOS   PIC XX.
               88 FS-PUNTOS-OK          VALUE '00'.
           05 FS-ORIGEN   PIC XX.
               88 FS-ORIGEN-OK          VALUE '00'.
               88 FS-ORIGEN-EOF         VALUE '10'.
           05 FS-DESTINO  PIC XX.
               88 FS-DESTINO-OK         VALUE '00'.
           05 FS-TIT-ORIGEN PIC XX.
               88 FS-TIT-ORIGEN-OK      VALUE '00'.
               88 FS-TIT-ORIGEN-EOF     VALUE '10'.
           05 FS-TIT-DESTINO PIC XX.
               88 FS-TIT-DESTINO-OK     VALUE '00'.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK        VALUE '00'.
           05 FS-SIMULACRO PIC XX.
               88 FS-SIMULACRO-OK       VALUE '00'.
           05 FS-RECONCIL PIC XX.
               88 FS-RECONCIL-OK        VALUE '00'.
           05 FS-RECUENTO PIC XX.
               88 FS-RECUENTO-OK        VALUE '00'.
           05 FS-EXCEPRI  PIC XX.
               88 FS-EXCEPRI-OK         VALUE '00'.
           05 FS-INFORME  PIC XX.
               88 FS-INFORME-OK         VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-MODO              PIC X.
               88 MODO-RESTAURAR        VALUE 'R'.
               88 MODO-VEREDICTO        VALUE 'V'.
           05 WS-PUNTO-PEDIDO      PIC X(14).
           05 WS-PREFIJO-PRUEBAS   PIC X(20).
           05 WS-SERVIDOR-PRUEBAS  PIC X(18).
           05 FILLER               PIC X(27).

       01 WS-DSN-ORIGEN           PIC X(44) VALUE SPACES.
       01 WS-DSN-DESTINO          PIC X(44) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

       01 WS-RC-FINAL             PIC 99 VALUE 0.

      *    EL SIMULACRO VACIA TABLAS Y ESCRIBE DATASETS: SOLO SE
      *    PERMITE CONTRA EL DB2 Y EL PREFIJO DE PRUEBAS
       01 WS-HLQ-PRODUCCION       PIC X(20) VALUE 'CCPRAC'.
       01 WS-SERVIDOR-ACTUAL      PIC X(18) VALUE SPACES.

           COPY WSQLCOD.

      *    JUEGO QUE SE ESTA LEYENDO DEL CATALOGO Y JUEGO ELEGIDO
      *    (MISMA FORMA: AL LLEGAR A LA LINEA 'Z' DEL PUNTO PEDIDO,
      *    O DE CUALQUIERA SI NO SE PIDE NINGUNO, SE COPIA ENTERO)
       01 W-LEIDO.
           05 W-LE-PUNTO           PIC X(14) VALUE SPACES.
           05 W-LE-NUMERO          PIC 99 VALUE 0.
           05 W-LE-ENTRADA         OCCURS 30 TIMES.
               10 W-LE-TIPO         PIC X.
               10 W-LE-NOMBRE       PIC X(12).
               10 W-LE-DATASET      PIC X(44).
               10 W-LE-REGISTROS    PIC 9(9).

       01 W-JUEGO.
           05 W-JU-PUNTO           PIC X(14) VALUE SPACES.
           05 W-JU-NUMERO          PIC 99 VALUE 0.
           05 W-JU-ENTRADA         OCCURS 30 TIMES.
               10 W-JU-TIPO         PIC X.
                   88 W-JU-ES-TABLA      VALUE 'T'.
               10 W-JU-NOMBRE       PIC X(12).
               10 W-JU-DATASET      PIC X(44).
               10 W-JU-REGISTROS    PIC 9(9).
       01 W-JU-DECLARADOS         PIC 9(9) VALUE 0.
       01 W-IDX                   PIC 99.
       01 W-IDX-BUS               PIC 99.

       01 WS-PUNTO-FLAG           PIC X VALUE 'N'.
           88 PUNTO-ENCONTRADO         VALUE 'S'.

       01 WS-ESTADO               PIC X(3).
           88 ESTADO-OK                VALUE 'OK '.
           88 ESTADO-DIF               VALUE 'DIF'.
           88 ESTADO-ERR               VALUE 'ERR'.

       01 WS-JUEGO-FLAG           PIC X VALUE 'S'.
           88 JUEGO-COHERENTE          VALUE 'S'.
           88 JUEGO-INCOHERENTE        VALUE 'N'.

      *    RESULTADO DEL PASO 'R' POR DATASET (DD SIMULACR)
       01 LINEA-SIMULACRO.
           05 LS-PUNTO             PIC X(14).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-TIPO              PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 LS-NOMBRE            PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-ESPERADOS         PIC 9(9).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-RESTAURADOS       PIC 9(9).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-ESTADO            PIC X(3).
           05 FILLER               PIC X(27) VALUE SPACES.

       01 LINEA-CABECERA.
           05 FILLER               PIC X(34)
               VALUE 'SIMULACRO DE RESTAURACION - PUNTO '.
           05 LC-PUNTO             PIC X(14).
           05 FILLER               PIC X(13)
               VALUE ' EN PRUEBAS: '.
           05 LC-PREFIJO           PIC X(20).
           05 FILLER               PIC X(51) VALUE SPACES.

       01 LINEA-TITULOS.
           05 FILLER               PIC X(31)
               VALUE 'COMPROBACION'.
           05 FILLER               PIC X(13) VALUE 'DATASET'.
           05 FILLER               PIC X(11) VALUE '   ESPERADO'.
           05 FILLER               PIC X(11) VALUE '   OBTENIDO'.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'RESULTADO'.
           05 FILLER               PIC X(54) VALUE SPACES.

       01 LINEA-DETALLE.
           05 LD-COMPROBACION      PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LD-NOMBRE            PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 LD-ESPERADO          PIC ZZZZZZZZZZ9.
           05 LD-OBTENIDO          PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-RESULTADO         PIC X(10).
           05 FILLER               PIC X(54) VALUE SPACES.

       01 LINEA-VEREDICTO.
           05 FILLER               PIC X(20) VALUE 'VEREDICTO: '.
           05 LV-VEREDICTO         PIC X(20).
           05 FILLER               PIC X(92) VALUE SPACES.

       01 C-CONTADORES.
           05 C-LEIDOS             PIC 9(9) VALUE 0.
           05 C-RESTAURADOS        PIC 9(9) VALUE 0.
           05 C-TOTAL-RESTAURADOS  PIC 9(9) VALUE 0.
           05 C-DIFERENCIAS        PIC 9(5) VALUE 0.
           05 C-LINEAS-SIMULACRO   PIC 9(5) VALUE 0.
           05 C-EXCEPCIONES        PIC 9(9) VALUE 0.
           05 C-HUERFANOS          PIC 9(9) VALUE 0.
           05 C-FALLOS             PIC 9(5) VALUE 0.

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE CCCOLEG
           END-EXEC.

           EXEC SQL
             INCLUDE CCASIG
           END-EXEC.

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE CCFALTA
           END-EXEC.

           EXEC SQL
             INCLUDE CCMATRI
           END-EXEC.

           EXEC SQL
             INCLUDE CCMEDHIS
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           EVALUATE TRUE
               WHEN MODO-RESTAURAR
                   PERFORM 2000-RESTAURAR
               WHEN MODO-VEREDICTO
                   PERFORM 3000-VEREDICTO
           END-EVALUATE
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF NOT MODO-RESTAURAR AND NOT MODO-VEREDICTO THEN
               DISPLAY '*CCPRACB8*MODO*INVALIDO*EN*SYSIN* ' WS-MODO
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-PREFIJO-PRUEBAS = SPACES THEN
               MOVE 'CCPRAC.PRUEBA' TO WS-PREFIJO-PRUEBAS
           END-IF
           IF MODO-RESTAURAR THEN
               PERFORM 1050-COMPROBAR-ENTORNO
           END-IF
           PERFORM 1100-CARGAR-PUNTO
           DISPLAY 'PUNTO DE RESTAURACION: ' W-JU-PUNTO
           DISPLAY 'DATASETS DEL JUEGO:    ' W-JU-NUMERO
           DISPLAY 'ENTORNO DE PRUEBAS:    ' WS-PREFIJO-PRUEBAS
           .
      ******************************************************************
       1050-COMPROBAR-ENTORNO.
      *    SE EXIGE EN SYSIN LA LOCALIZACION DB2 DE PRUEBAS Y TIENE QUE
      *    SER A LA QUE ESTA ATADO EL PLAN, ANTES DE VACIAR NADA
           IF WS-PREFIJO-PRUEBAS = WS-HLQ-PRODUCCION THEN
               DISPLAY '*CCPRACB8*PREFIJO*DE*PRODUCCION* '
                   WS-PREFIJO-PRUEBAS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-SERVIDOR-PRUEBAS = SPACES THEN
               DISPLAY '*CCPRACB8*FALTA*SERVIDOR*DE*PRUEBAS*EN*SYSIN*'
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL
             SELECT CURRENT SERVER
               INTO :WS-SERVIDOR-ACTUAL
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE SQLCODE TO SQL-ERROR
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACB8*ERROR*SQL*SERVIDOR* ' WS-SQL-MENSAJE
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-SERVIDOR-ACTUAL NOT = WS-SERVIDOR-PRUEBAS THEN
               DISPLAY '*CCPRACB8*SERVIDOR*NO*ES*EL*DE*PRUEBAS* '
                   WS-SERVIDOR-ACTUAL ' <> ' WS-SERVIDOR-PRUEBAS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           DISPLAY 'SERVIDOR DB2:          ' WS-SERVIDOR-ACTUAL
           .
      ******************************************************************
       1100-CARGAR-PUNTO.
           OPEN INPUT F-PUNTOS
           IF NOT FS-PUNTOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PUNTORES'
               DISPLAY FS-PUNTOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-PUNTOS
           PERFORM UNTIL NOT FS-PUNTOS-OK
               PERFORM 1110-TRATAR-LINEA-PUNTO
               READ F-PUNTOS
           END-PERFORM
           CLOSE F-PUNTOS
           IF NOT PUNTO-ENCONTRADO THEN
               DISPLAY '*CCPRACB8*PUNTO*NO*RESTAURABLE* '
                   WS-PUNTO-PEDIDO ' - SIN LINEA DE CIERRE EN PUNTORES'
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           IF W-JU-NUMERO NOT = W-JU-DECLARADOS THEN
               DISPLAY '*CCPRACB8*JUEGO*INCOMPLETO* ' W-JU-PUNTO
                   ' DATASETS ' W-JU-NUMERO ' DE ' W-JU-DECLARADOS
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1110-TRATAR-LINEA-PUNTO.
           IF PR-PUNTO NOT = W-LE-PUNTO THEN
               MOVE PR-PUNTO TO W-LE-PUNTO
               MOVE 0        TO W-LE-NUMERO
           END-IF
           IF PR-CIERRE THEN
               IF WS-PUNTO-PEDIDO = SPACES
                  OR WS-PUNTO-PEDIDO = PR-PUNTO THEN
                   MOVE W-LEIDO      TO W-JUEGO
                   MOVE PR-REGISTROS TO W-JU-DECLARADOS
                   SET PUNTO-ENCONTRADO TO TRUE
               END-IF
           ELSE
               IF W-LE-NUMERO < 30 THEN
                   ADD 1 TO W-LE-NUMERO
                   MOVE PR-TIPO      TO W-LE-TIPO (W-LE-NUMERO)
                   MOVE PR-NOMBRE    TO W-LE-NOMBRE (W-LE-NUMERO)
                   MOVE PR-DATASET   TO W-LE-DATASET (W-LE-NUMERO)
                   MOVE PR-REGISTROS TO W-LE-REGISTROS (W-LE-NUMERO)
               ELSE
                   DISPLAY '*CCPRACB8*DEMASIADOS*DATASETS*EN*PUNTO* '
                       PR-PUNTO ' ' PR-NOMBRE
               END-IF
           END-IF
           .
      ******************************************************************
       2000-RESTAURAR.
           OPEN OUTPUT F-SIMULACRO
           IF NOT FS-SIMULACRO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO SIMULACR'
               DISPLAY FS-SIMULACRO
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-JU-NUMERO
               MOVE W-JU-DATASET (W-IDX) TO WS-DSN-ORIGEN
               MOVE 0 TO C-RESTAURADOS
               SET ESTADO-OK TO TRUE
               EVALUATE TRUE
                   WHEN W-JU-ES-TABLA (W-IDX)
                       PERFORM 2300-RESTAURAR-TABLA
                   WHEN W-JU-NOMBRE (W-IDX) = 'TITULOS'
                       PERFORM 2200-RESTAURAR-TITULOS
                   WHEN W-JU-NOMBRE (W-IDX) = 'COLEGIO'
                       PERFORM 2250-RESTAURAR-COLEGIOS
                   WHEN OTHER
                       PERFORM 2100-RESTAURAR-FICHERO
               END-EVALUATE
               IF ESTADO-OK
                  AND C-RESTAURADOS NOT = W-JU-REGISTROS (W-IDX) THEN
                   SET ESTADO-DIF TO TRUE
               END-IF
               PERFORM 2900-ANOTAR-RESULTADO
           END-PERFORM
           CLOSE F-SIMULACRO
           .
      ******************************************************************
       2050-NOMBRE-DESTINO.
      *    EN PRUEBAS CADA FICHERO SE LLAMA PREFIJO.DD, PARA QUE EL
      *    JCL DE CCPRAC23 LO PUEDA APUNTAR SIN SABER EL PUNTO
           MOVE SPACES TO WS-DSN-DESTINO
           STRING WS-PREFIJO-PRUEBAS   DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  W-JU-NOMBRE (W-IDX)  DELIMITED BY SPACE
               INTO WS-DSN-DESTINO
               ON OVERFLOW
                   DISPLAY '*CCPRACB8*PREFIJO*DEMASIADO*LARGO* '
                       WS-PREFIJO-PRUEBAS
                   MOVE 12 TO WS-RC-FINAL
                   PERFORM 5000-END-PROGRAM
           END-STRING
           .
      ******************************************************************
       2100-RESTAURAR-FICHERO.
           PERFORM 2050-NOMBRE-DESTINO
           OPEN INPUT F-ORIGEN
           IF NOT FS-ORIGEN-OK THEN
             DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-ORIGEN
                 ' ' FS-ORIGEN
             SET ESTADO-ERR TO TRUE
           ELSE
             OPEN OUTPUT F-DESTINO
             IF NOT FS-DESTINO-OK THEN
               DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-DESTINO
                   ' ' FS-DESTINO
               SET ESTADO-ERR TO TRUE
             ELSE
               READ F-ORIGEN
               PERFORM UNTIL NOT FS-ORIGEN-OK OR ESTADO-ERR
                 WRITE REG-DESTINO FROM REG-ORIGEN
                 IF FS-DESTINO-OK THEN
                   ADD 1 TO C-RESTAURADOS
                   READ F-ORIGEN
                 ELSE
                   DISPLAY '*CCPRACB8*ERROR*ESCRIBIR* '
                       WS-DSN-DESTINO ' ' FS-DESTINO
                   SET ESTADO-ERR TO TRUE
                 END-IF
               END-PERFORM
               IF NOT ESTADO-ERR AND NOT FS-ORIGEN-EOF THEN
                 DISPLAY '*CCPRACB8*ERROR*LEER* ' WS-DSN-ORIGEN
                     ' ' FS-ORIGEN
                 SET ESTADO-ERR TO TRUE
               END-IF
               CLOSE F-DESTINO
             END-IF
             CLOSE F-ORIGEN
           END-IF
           .
      ******************************************************************
       2200-RESTAURAR-TITULOS.
           PERFORM 2050-NOMBRE-DESTINO
           OPEN INPUT F-TIT-ORIGEN
           IF NOT FS-TIT-ORIGEN-OK THEN
             DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-ORIGEN
                 ' ' FS-TIT-ORIGEN
             SET ESTADO-ERR TO TRUE
           ELSE
             OPEN OUTPUT F-TIT-DESTINO
             IF NOT FS-TIT-DESTINO-OK THEN
               DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-DESTINO
                   ' ' FS-TIT-DESTINO
               SET ESTADO-ERR TO TRUE
             ELSE
               READ F-TIT-ORIGEN
               PERFORM UNTIL NOT FS-TIT-ORIGEN-OK OR ESTADO-ERR
                 WRITE REG-TIT-DESTINO FROM REG-TIT-ORIGEN
                 IF FS-TIT-DESTINO-OK THEN
                   ADD 1 TO C-RESTAURADOS
                   READ F-TIT-ORIGEN
                 ELSE
                   DISPLAY '*CCPRACB8*ERROR*ESCRIBIR* '
                       WS-DSN-DESTINO ' ' FS-TIT-DESTINO
                   SET ESTADO-ERR TO TRUE
                 END-IF
               END-PERFORM
               IF NOT ESTADO-ERR AND NOT FS-TIT-ORIGEN-EOF THEN
                 DISPLAY '*CCPRACB8*ERROR*LEER* ' WS-DSN-ORIGEN
                     ' ' FS-TIT-ORIGEN
                 SET ESTADO-ERR TO TRUE
               END-IF
               CLOSE F-TIT-DESTINO
             END-IF
             CLOSE F-TIT-ORIGEN
           END-IF
           .
      ******************************************************************
       2250-RESTAURAR-COLEGIOS.
      *    LA COPIA SALIO EN ORDEN DE CLAVE: SE CARGA EN SECUENCIAL
           PERFORM 2050-NOMBRE-DESTINO
           OPEN INPUT F-ORIGEN
           IF NOT FS-ORIGEN-OK THEN
             DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-ORIGEN
                 ' ' FS-ORIGEN
             SET ESTADO-ERR TO TRUE
           ELSE
             OPEN OUTPUT F-COLEGIOS
             IF NOT FS-COLEGIOS-OK THEN
               DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-DESTINO
                   ' ' FS-COLEGIOS
               SET ESTADO-ERR TO TRUE
             ELSE
               READ F-ORIGEN
               PERFORM UNTIL NOT FS-ORIGEN-OK OR ESTADO-ERR
                 MOVE REG-ORIGEN TO REG-FCOLEGIO
                 WRITE REG-FCOLEGIO
                 IF FS-COLEGIOS-OK THEN
                   ADD 1 TO C-RESTAURADOS
                   READ F-ORIGEN
                 ELSE
                   DISPLAY '*CCPRACB8*ERROR*ESCRIBIR* '
                       WS-DSN-DESTINO ' ' FS-COLEGIOS
                   SET ESTADO-ERR TO TRUE
                 END-IF
               END-PERFORM
               IF NOT ESTADO-ERR AND NOT FS-ORIGEN-EOF THEN
                 DISPLAY '*CCPRACB8*ERROR*LEER* ' WS-DSN-ORIGEN
                     ' ' FS-ORIGEN
                 SET ESTADO-ERR TO TRUE
               END-IF
               CLOSE F-COLEGIOS
             END-IF
             CLOSE F-ORIGEN
           END-IF
           .
      ******************************************************************
       2300-RESTAURAR-TABLA.
      *    LA TABLA DE PRUEBAS SE VACIA Y SE RECARGA ENTERA EN UNA
      *    SOLA UNIDAD DE TRABAJO: O QUEDA COMO EN EL PUNTO O COMO
      *    ESTABA
           OPEN INPUT F-ORIGEN
           IF NOT FS-ORIGEN-OK THEN
             DISPLAY '*CCPRACB8*ERROR*ABRIR* ' WS-DSN-ORIGEN
                 ' ' FS-ORIGEN
             SET ESTADO-ERR TO TRUE
           ELSE
             PERFORM 2310-VACIAR-TABLA
             IF NOT ESTADO-ERR THEN
               READ F-ORIGEN
               PERFORM UNTIL NOT FS-ORIGEN-OK OR ESTADO-ERR
                 PERFORM 2320-INSERTAR-FILA
                 IF NOT ESTADO-ERR THEN
                   ADD 1 TO C-RESTAURADOS
                   READ F-ORIGEN
                 END-IF
               END-PERFORM
               IF NOT ESTADO-ERR AND NOT FS-ORIGEN-EOF THEN
                 DISPLAY '*CCPRACB8*ERROR*LEER* ' WS-DSN-ORIGEN
                     ' ' FS-ORIGEN
                 SET ESTADO-ERR TO TRUE
               END-IF
             END-IF
             IF ESTADO-ERR THEN
               EXEC SQL
                 ROLLBACK
               END-EXEC
               MOVE 0 TO C-RESTAURADOS
             ELSE
               EXEC SQL
                 COMMIT
               END-EXEC
             END-IF
             CLOSE F-ORIGEN
           END-IF
           .
      ******************************************************************
       2310-VACIAR-TABLA.
           EVALUATE W-JU-NOMBRE (W-IDX)
               WHEN 'ALUMNOS'
                   EXEC SQL
                     DELETE FROM ALUMNOS
                   END-EXEC
               WHEN 'NOTAS'
                   EXEC SQL
                     DELETE FROM NOTAS
                   END-EXEC
               WHEN 'COLEGIOS'
                   EXEC SQL
                     DELETE FROM COLEGIOS
                   END-EXEC
               WHEN 'ASIGNATURAS'
                   EXEC SQL
                     DELETE FROM ASIGNATURAS
                   END-EXEC
               WHEN 'PROFESORES'
                   EXEC SQL
                     DELETE FROM PROFESORES
                   END-EXEC
               WHEN 'FALTAS'
                   EXEC SQL
                     DELETE FROM FALTAS
                   END-EXEC
               WHEN 'MATRICULAS'
                   EXEC SQL
                     DELETE FROM MATRICULAS
                   END-EXEC
               WHEN 'MEDIAS_HIST'
                   EXEC SQL
                     DELETE FROM MEDIAS_HIST
                   END-EXEC
               WHEN OTHER
                   DISPLAY '*CCPRACB8*TABLA*DESCONOCIDA* '
                       W-JU-NOMBRE (W-IDX)
                   SET ESTADO-ERR TO TRUE
           END-EVALUATE
           IF NOT ESTADO-ERR THEN
               MOVE SQLCODE TO SQL-ERROR
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               IF NOT SQL-OK AND NOT SQL-NOT-FOUND THEN
                   DISPLAY '*CCPRACB8*ERROR*VACIAR* '
                       W-JU-NOMBRE (W-IDX) ' ' WS-SQL-MENSAJE
                   SET ESTADO-ERR TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
       2320-INSERTAR-FILA.
      *    CADA REGISTRO DE LA DESCARGA ES LA IMAGEN DEL DCLGEN
           EVALUATE W-JU-NOMBRE (W-IDX)
               WHEN 'ALUMNOS'
                   MOVE REG-ORIGEN TO DCLALUMNOS
                   EXEC SQL
                     INSERT INTO ALUMNOS
                            (NIF, NOMBRE, COD_COLEGIO, CURSO,
                             FECHA_NAC, SEXO)
                     VALUES (:DCLALUMNOS.NIF,:DCLALUMNOS.NOMBRE,
                             :DCLALUMNOS.COD-COLEGIO,
                             :DCLALUMNOS.CURSO,
                             :DCLALUMNOS.FECHA-NAC,:DCLALUMNOS.SEXO)
                   END-EXEC
               WHEN 'NOTAS'
                   MOVE REG-ORIGEN TO DCLNOTAS
                   EXEC SQL
                     INSERT INTO NOTAS
                            (NIF, ASIGNATURA, NOTA, ANO_ACADEMICO,
                             TRIMESTRE, CONVOCATORIA, COD_COLEGIO)
                     VALUES (:DCLNOTAS.NIF,:DCLNOTAS.ASIGNATURA,
                             :DCLNOTAS.NOTA,:DCLNOTAS.ANO-ACADEMICO,
                             :DCLNOTAS.TRIMESTRE,
                             :DCLNOTAS.CONVOCATORIA,
                             :DCLNOTAS.COD-COLEGIO)
                   END-EXEC
               WHEN 'COLEGIOS'
                   MOVE REG-ORIGEN TO DCLCOLEGIOS
                   EXEC SQL
                     INSERT INTO COLEGIOS
                            (COD_COLEGIO, NOMBRE)
                     VALUES (:DCLCOLEGIOS.COD-COLEGIO,
                             :DCLCOLEGIOS.NOMBRE)
                   END-EXEC
               WHEN 'ASIGNATURAS'
                   MOVE REG-ORIGEN TO DCLASIGNATURAS
                   EXEC SQL
                     INSERT INTO ASIGNATURAS
                            (COD_ASIG, NOMBRE, CREDITOS)
                     VALUES (:DCLASIGNATURAS.COD-ASIG,
                             :DCLASIGNATURAS.NOMBRE,
                             :DCLASIGNATURAS.CREDITOS)
                   END-EXEC
               WHEN 'PROFESORES'
                   MOVE REG-ORIGEN TO DCLPROFESORES
                   EXEC SQL
                     INSERT INTO PROFESORES
                            (COD_PROFESOR, NOMBRE, COD_COLEGIO,
                             ASIGNATURA, PORCENTAJE)
                     VALUES (:DCLPROFESORES.COD-PROFESOR,
                             :DCLPROFESORES.NOMBRE,
                             :DCLPROFESORES.COD-COLEGIO,
                             :DCLPROFESORES.ASIGNATURA,
                             :DCLPROFESORES.PORCENTAJE)
                   END-EXEC
               WHEN 'FALTAS'
                   MOVE REG-ORIGEN TO DCLFALTAS
                   EXEC SQL
                     INSERT INTO FALTAS
                            (NIF, ASIGNATURA, ANO_ACADEMICO,
                             TRIMESTRE, HORAS_FALTA, JUSTIFICADA)
                     VALUES (:DCLFALTAS.NIF,:DCLFALTAS.ASIGNATURA,
                             :DCLFALTAS.ANO-ACADEMICO,
                             :DCLFALTAS.TRIMESTRE,
                             :DCLFALTAS.HORAS-FALTA,
                             :DCLFALTAS.JUSTIFICADA)
                   END-EXEC
               WHEN 'MATRICULAS'
                   MOVE REG-ORIGEN TO DCLMATRICULAS
                   EXEC SQL
                     INSERT INTO MATRICULAS
                            (NIF, ASIGNATURA, ANO_ACADEMICO)
                     VALUES (:DCLMATRICULAS.NIF,
                             :DCLMATRICULAS.ASIGNATURA,
                             :DCLMATRICULAS.ANO-ACADEMICO)
                   END-EXEC
               WHEN 'MEDIAS_HIST'
                   MOVE REG-ORIGEN TO DCLMEDIAS-HIST
                   EXEC SQL
                     INSERT INTO MEDIAS_HIST
                            (ANO_ACADEMICO, COD_COLEGIO, ASIGNATURA,
                             CT_ALUMNOS, SUMA_NOTAS,
                             CT_NO_COMPUT, SUMA_NO_COMPUT)
                     VALUES (:DCLMEDIAS-HIST.ANO-ACADEMICO,
                             :DCLMEDIAS-HIST.COD-COLEGIO,
                             :DCLMEDIAS-HIST.ASIGNATURA,
                             :DCLMEDIAS-HIST.CT-ALUMNOS,
                             :DCLMEDIAS-HIST.SUMA-NOTAS,
                             :DCLMEDIAS-HIST.CT-NO-COMPUT,
                             :DCLMEDIAS-HIST.SUMA-NO-COMPUT)
                   END-EXEC
           END-EVALUATE
           MOVE SQLCODE TO SQL-ERROR
           IF NOT SQL-OK THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACB8*ERROR*INSERT* ' W-JU-NOMBRE (W-IDX)
                   ' FILA ' C-RESTAURADOS ' ' WS-SQL-MENSAJE
               SET ESTADO-ERR TO TRUE
           END-IF
           .
      ******************************************************************
       2900-ANOTAR-RESULTADO.
           MOVE W-JU-PUNTO             TO LS-PUNTO
           MOVE W-JU-TIPO (W-IDX)      TO LS-TIPO
           MOVE W-JU-NOMBRE (W-IDX)    TO LS-NOMBRE
           MOVE W-JU-REGISTROS (W-IDX) TO LS-ESPERADOS
           MOVE C-RESTAURADOS          TO LS-RESTAURADOS
           MOVE WS-ESTADO              TO LS-ESTADO
           WRITE REG-SIMULACRO FROM LINEA-SIMULACRO
           ADD C-RESTAURADOS TO C-TOTAL-RESTAURADOS
           IF NOT ESTADO-OK THEN
               ADD 1 TO C-DIFERENCIAS
               MOVE 8 TO WS-RC-FINAL
           END-IF
           DISPLAY 'RESTAURADO ' LS-NOMBRE ' ' LS-RESTAURADOS
               ' DE ' LS-ESPERADOS ' ' LS-ESTADO
           .
      ******************************************************************
       3000-VEREDICTO.
           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-JU-PUNTO         TO LC-PUNTO
           MOVE WS-PREFIJO-PRUEBAS TO LC-PREFIJO
           WRITE LINEA-INFORME FROM LINEA-CABECERA
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-TITULOS
           PERFORM 3100-REVISAR-SIMULACRO
           PERFORM 3200-REVISAR-RECONCIL
           PERFORM 3300-REVISAR-RECUENTO
           PERFORM 3400-REVISAR-EXCEPRI
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           IF JUEGO-COHERENTE THEN
               MOVE 'JUEGO COHERENTE'   TO LV-VEREDICTO
           ELSE
               MOVE 'JUEGO INCOHERENTE' TO LV-VEREDICTO
               MOVE 8 TO WS-RC-FINAL
           END-IF
           WRITE LINEA-INFORME FROM LINEA-VEREDICTO
           DISPLAY 'VEREDICTO PUNTO ' W-JU-PUNTO ': ' LV-VEREDICTO
           CLOSE F-INFORME
           .
      ******************************************************************
       3100-REVISAR-SIMULACRO.
      *    CADA DATASET DEL JUEGO DEBE ESTAR RESTAURADO Y CUADRAR
           OPEN INPUT F-SIMULACRO
           IF NOT FS-SIMULACRO-OK THEN
             MOVE 'RESTAURACION (SIMULACR)' TO LD-COMPROBACION
             MOVE SPACES TO LD-NOMBRE
             MOVE 0 TO LD-ESPERADO LD-OBTENIDO
             MOVE 'NO HAY' TO LD-RESULTADO
             PERFORM 3900-LINEA-FALLO
           ELSE
             READ F-SIMULACRO INTO LINEA-SIMULACRO
             PERFORM UNTIL NOT FS-SIMULACRO-OK
               IF LS-PUNTO = W-JU-PUNTO THEN
                 ADD 1 TO C-LINEAS-SIMULACRO
                 IF LS-TIPO = 'T' THEN
                   MOVE 'RESTAURACION TABLA'   TO LD-COMPROBACION
                 ELSE
                   MOVE 'RESTAURACION FICHERO' TO LD-COMPROBACION
                 END-IF
                 MOVE LS-NOMBRE       TO LD-NOMBRE
                 MOVE LS-ESPERADOS    TO LD-ESPERADO
                 MOVE LS-RESTAURADOS  TO LD-OBTENIDO
                 IF LS-ESTADO = 'OK ' THEN
                   MOVE 'OK' TO LD-RESULTADO
                   WRITE LINEA-INFORME FROM LINEA-DETALLE
                 ELSE
                   MOVE LS-ESTADO TO LD-RESULTADO
                   PERFORM 3900-LINEA-FALLO
                 END-IF
               END-IF
               READ F-SIMULACRO INTO LINEA-SIMULACRO
             END-PERFORM
             CLOSE F-SIMULACRO
             MOVE 'DATASETS RESTAURADOS' TO LD-COMPROBACION
             MOVE SPACES             TO LD-NOMBRE
             MOVE W-JU-NUMERO        TO LD-ESPERADO
             MOVE C-LINEAS-SIMULACRO TO LD-OBTENIDO
             IF C-LINEAS-SIMULACRO = W-JU-NUMERO THEN
               MOVE 'OK' TO LD-RESULTADO
               WRITE LINEA-INFORME FROM LINEA-DETALLE
             ELSE
               MOVE 'FALTAN' TO LD-RESULTADO
               PERFORM 3900-LINEA-FALLO
             END-IF
           END-IF
           .
      ******************************************************************
       3200-REVISAR-RECONCIL.
      *    CCPRAC23 SOLO ESCRIBE EXCEPCIONES: CUALQUIER LINEA ES UN
      *    DESCUADRE ENTRE LOS MAESTROS Y DB2 RESTAURADOS
           MOVE 'EXCEPCIONES CCPRAC23' TO LD-COMPROBACION
           MOVE 'RECONCIL'             TO LD-NOMBRE
           MOVE 0                      TO LD-ESPERADO
           OPEN INPUT F-RECONCIL
           IF NOT FS-RECONCIL-OK THEN
             MOVE 0 TO LD-OBTENIDO
             MOVE 'NO HAY' TO LD-RESULTADO
             PERFORM 3900-LINEA-FALLO
           ELSE
             READ F-RECONCIL
             PERFORM UNTIL NOT FS-RECONCIL-OK
               ADD 1 TO C-EXCEPCIONES
               READ F-RECONCIL
             END-PERFORM
             CLOSE F-RECONCIL
             MOVE C-EXCEPCIONES TO LD-OBTENIDO
             IF C-EXCEPCIONES = 0 THEN
               MOVE 'OK' TO LD-RESULTADO
               WRITE LINEA-INFORME FROM LINEA-DETALLE
             ELSE
               MOVE 'DESCUADRE' TO LD-RESULTADO
               PERFORM 3900-LINEA-FALLO
             END-IF
           END-IF
           .
      ******************************************************************
       3300-REVISAR-RECUENTO.
      *    LAS FILAS QUE CUENTA CCPRAC23 EN EL DB2 RESTAURADO DEBEN
      *    SER LAS DESCARGADAS, Y LAS DECISIONES LAS DEL HISTDEC
      *    COPIADO
           OPEN INPUT F-RECUENTO
           IF NOT FS-RECUENTO-OK THEN
             MOVE 'RECUENTO CCPRAC23' TO LD-COMPROBACION
             MOVE 'RECUENTO' TO LD-NOMBRE
             MOVE 0 TO LD-ESPERADO LD-OBTENIDO
             MOVE 'NO HAY' TO LD-RESULTADO
             PERFORM 3900-LINEA-FALLO
           ELSE
             READ F-RECUENTO
             PERFORM UNTIL NOT FS-RECUENTO-OK
               PERFORM 3310-COMPARAR-RECUENTO
               READ F-RECUENTO
             END-PERFORM
             CLOSE F-RECUENTO
           END-IF
           .
      ******************************************************************
       3310-COMPARAR-RECUENTO.
           MOVE 'RECUENTO CCPRAC23' TO LD-COMPROBACION
           MOVE RC-TABLA            TO LD-NOMBRE
           MOVE RC-REGISTROS        TO LD-OBTENIDO
           MOVE 0                   TO W-IDX-BUS
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-JU-NUMERO OR W-IDX-BUS > 0
               IF RC-ORIGEN = 'QSAM' THEN
                 IF RC-TABLA = 'DECISIONES'
                    AND W-JU-NOMBRE (W-IDX) = 'HISTDEC'
                    AND NOT W-JU-ES-TABLA (W-IDX) THEN
                   MOVE W-IDX TO W-IDX-BUS
                 END-IF
               ELSE
                 IF W-JU-NOMBRE (W-IDX) = RC-TABLA
                    AND W-JU-ES-TABLA (W-IDX) THEN
                   MOVE W-IDX TO W-IDX-BUS
                 END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT RC-CONTADO
                   MOVE 0 TO LD-ESPERADO
                   MOVE 'SIN CONTAR' TO LD-RESULTADO
                   PERFORM 3900-LINEA-FALLO
               WHEN W-IDX-BUS = 0
                   MOVE 0 TO LD-ESPERADO
                   MOVE 'NO EN JUEGO' TO LD-RESULTADO
                   PERFORM 3900-LINEA-FALLO
               WHEN RC-REGISTROS = W-JU-REGISTROS (W-IDX-BUS)
                   MOVE W-JU-REGISTROS (W-IDX-BUS) TO LD-ESPERADO
                   MOVE 'OK' TO LD-RESULTADO
                   WRITE LINEA-INFORME FROM LINEA-DETALLE
               WHEN OTHER
                   MOVE W-JU-REGISTROS (W-IDX-BUS) TO LD-ESPERADO
                   MOVE 'DIFERENTE' TO LD-RESULTADO
                   PERFORM 3900-LINEA-FALLO
           END-EVALUATE
           .
      ******************************************************************
       3400-REVISAR-EXCEPRI.
      *    CCPRAC51 CIERRA CON LAS LINEAS 'REGLA ' DE RESUMEN; EL
      *    RESTO SON HUERFANOS ENTRE LAS TABLAS RESTAURADAS
           MOVE 'HUERFANOS CCPRAC51' TO LD-COMPROBACION
           MOVE 'EXCEPRI'            TO LD-NOMBRE
           MOVE 0                    TO LD-ESPERADO
           OPEN INPUT F-EXCEPRI
           IF NOT FS-EXCEPRI-OK THEN
             MOVE 0 TO LD-OBTENIDO
             MOVE 'NO HAY' TO LD-RESULTADO
             PERFORM 3900-LINEA-FALLO
           ELSE
             READ F-EXCEPRI
             PERFORM UNTIL NOT FS-EXCEPRI-OK
               IF REG-EXCEPRI (1:6) NOT = 'REGLA ' THEN
                 ADD 1 TO C-HUERFANOS
               END-IF
               READ F-EXCEPRI
             END-PERFORM
             CLOSE F-EXCEPRI
             MOVE C-HUERFANOS TO LD-OBTENIDO
             IF C-HUERFANOS = 0 THEN
               MOVE 'OK' TO LD-RESULTADO
               WRITE LINEA-INFORME FROM LINEA-DETALLE
             ELSE
               MOVE 'HUERFANOS' TO LD-RESULTADO
               PERFORM 3900-LINEA-FALLO
             END-IF
           END-IF
           .
      ******************************************************************
       3900-LINEA-FALLO.
           WRITE LINEA-INFORME FROM LINEA-DETALLE
           SET JUEGO-INCOHERENTE TO TRUE
           ADD 1 TO C-FALLOS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY '******************************************'
           DISPLAY 'RESUMEN CCPRACB8 MODO ' WS-MODO
           DISPLAY 'PUNTO DE RESTAURACION: ' W-JU-PUNTO
           IF MODO-RESTAURAR THEN
               DISPLAY 'REGISTROS RESTAURADOS: ' C-TOTAL-RESTAURADOS
               DISPLAY 'DATASETS CON DIFERENCIA:' C-DIFERENCIAS
               MOVE C-TOTAL-RESTAURADOS TO WS-METRI-REGISTROS
           ELSE
               DISPLAY 'COMPROBACIONES FALLIDAS:' C-FALLOS
               MOVE C-LINEAS-SIMULACRO TO WS-METRI-REGISTROS
           END-IF
           DISPLAY '******************************************'
           CALL "MODMETRI" USING 'CCPRACB8' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
      *    EL RC SE PONE DESPUES DEL ULTIMO CALL
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
