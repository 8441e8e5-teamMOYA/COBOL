       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAV.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SALIDA DE TRASLADOS FUERA DE LA PROVINCIA (EL  *
      *                 ESPEJO DE CCPRAC9N): HASTA AHORA EL COLEGIO    *
      *                 DE DESTINO LLAMABA Y SE LE MANDABA EL          *
      *                 EXPEDIENTE POR FAX. LEE EL LOTE DE             *
      *                 MANTENIMIENTO DE ALUMNOS DE CCPRAC25 (DD       *
      *                 ENTRADA) ANTES DE QUE SE APLIQUE, Y POR CADA   *
      *                 BAJA CON MOTIVO TRASLADO ('T') REUNE EL        *
      *                 EXPEDIENTE COMPLETO DEL ALUMNO: NOTAS DE TODOS *
      *                 LOS ANOS (TABLA NOTAS Y LOS FICHEROS DE        *
      *                 ARCHIVO QUE LISTA EL CATALOGO RCATARCH), NOTAS *
      *                 CONVALIDADAS (FICHERO NOTASCON DE CCPRAC9N),   *
      *                 PENDIENTES VIVAS (RPENDIEN), HISTORIAL DE      *
      *                 PROMOCION (RHISTDEC) Y FALTAS (TABLA FALTAS).  *
      *                 LO ORDENA POR NIF CON UN SORT INTERNO Y LO     *
      *                 ESCRIBE EN EL TRAZADO DE INTERCAMBIO RINTEXPE  *
      *                 QUE LEE CCPRAC9N, CON LA ASIGNATURA EN SU      *
      *                 CODIGO DEL CATALOGO (MODASIGN), CABECERA CON   *
      *                 NUMERO DE GENERACION (GENEXPED, SOLO AVANZA SI *
      *                 EL FICHERO SE ESCRIBE COMPLETO) Y COLA CON     *
      *                 REGISTROS, ALUMNOS Y TOTAL DE CONTROL, COMO    *
      *                 CCPRAC46. CADA EXPEDIENTE ENVIADO SE ANOTA EN  *
      *                 EL REGISTRO RENVEXPE (EXPEDENV), SIN EL CUAL   *
      *                 CCPRAC25 NO APLICA LA BAJA QUE BORRA LAS       *
      *                 NOTAS DEL ALUMNO.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-CATALOGO ASSIGN CATARCH
               FILE STATUS IS FS-CATALOGO.

           SELECT F-ARCHIVO ASSIGN TO WS-DSN-ARCHIVO
               FILE STATUS IS FS-ARCHIVO.

           SELECT F-CONVALIDADAS ASSIGN NOTASCON
               FILE STATUS IS FS-CONVALIDADAS.

           SELECT F-PENDIENTES ASSIGN PENDIEN
               FILE STATUS IS FS-PENDIENTES.

           SELECT F-HISTDEC ASSIGN HISTDEC
               FILE STATUS IS FS-HISTDEC.

           SELECT F-EXPEDIENTE ASSIGN EXPEDSAL
               FILE STATUS IS FS-EXPEDIENTE.

           SELECT F-GENERACION ASSIGN GENEXPED
               FILE STATUS IS FS-GENERACION.

           SELECT F-ENVIOS ASSIGN EXPEDENV
               FILE STATUS IS FS-ENVIOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA.
           05 F-OPCION      PIC X.
           05 FILLER        PIC X.
           05 F-NIF         PIC X(9).
           05 FILLER        PIC X.
           05 F-NOMBRE      PIC X(15).
           05 FILLER        PIC X.
           05 F-COD-COLEGIO PIC 99.
           05 FILLER        PIC X.
           05 F-CURSO       PIC 9.
           05 FILLER        PIC X.
           05 F-OPERADOR    PIC X(8).
           05 FILLER        PIC X.
           05 F-FECHA-NAC   PIC X(8).
           05 F-SEXO        PIC X.
           05 F-MOTIVO-BAJA PIC X.
               88 F-BAJA-POR-TRASLADO  VALUE 'T'.
           05 FILLER        PIC X(28).

       FD F-CATALOGO
           RECORDING MODE IS F.
           COPY RCATARCH.

       FD F-ARCHIVO
           RECORDING MODE IS F
           DATA RECORD REG-NOTA-ARCHIVO.
       01 REG-NOTA-ARCHIVO.
           05 NA-NIF               PIC X(9).
           05 NA-ASIGNATURA        PIC 9.
           05 NA-NOTA              PIC 99V9.
           05 NA-ANO               PIC 9(4).
           05 NA-TRIMESTRE         PIC 9.
           05 NA-CONVOCATORIA      PIC 9.
           05 FILLER               PIC X(61).

       FD F-CONVALIDADAS
           RECORDING MODE IS F
           DATA RECORD REG-NOTAS.
           COPY RNOTAS02.

       FD F-PENDIENTES
           RECORDING MODE IS F.
           COPY RPENDIEN.

       FD F-HISTDEC
           RECORDING MODE IS F.
           COPY RHISTDEC.

       FD F-EXPEDIENTE
           RECORDING MODE IS F
           DATA RECORD REG-EXPEDIENTE-EXT.
           COPY RINTEXPE.

       FD F-GENERACION
           RECORDING MODE IS F
           DATA RECORD REG-GENERACION.
       01 REG-GENERACION           PIC X(80).

       FD F-ENVIOS
           RECORDING MODE IS F.
           COPY RENVEXPE.

       SD F-SORT
           DATA RECORD REG-DATO-EXPED.
       01 REG-DATO-EXPED.
           05 SK-NIF               PIC X(9).
           05 SK-ANO               PIC 9(4).
           05 SK-ASIGNATURA        PIC 9.
           05 SK-TRIMESTRE         PIC 9.
           05 SK-CONVOCATORIA      PIC 9.
           05 SK-TIPO              PIC X.
           05 SK-NOTA              PIC 99V9.
           05 SK-CURSO             PIC X.
           05 SK-DATO              PIC X(10).
           05 SK-IDX-ALUMNO        PIC 999.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
           05 FS-CATALOGO PIC XX.
               88 FS-CATALOGO-OK    VALUE '00'.
           05 FS-ARCHIVO PIC XX.
               88 FS-ARCHIVO-OK     VALUE '00'.
           05 FS-CONVALIDADAS PIC XX.
               88 FS-CONVALIDADAS-OK VALUE '00'.
           05 FS-PENDIENTES PIC XX.
               88 FS-PENDIENTES-OK  VALUE '00'.
           05 FS-HISTDEC PIC XX.
               88 FS-HISTDEC-OK     VALUE '00'.
           05 FS-EXPEDIENTE PIC XX.
               88 FS-EXPEDIENTE-OK  VALUE '00'.
           05 FS-GENERACION PIC XX.
               88 FS-GENERACION-OK  VALUE '00'.
               88 FS-GENERACION-NO-EXISTE VALUE '35'.
           05 FS-ENVIOS PIC XX.
               88 FS-ENVIOS-OK          VALUE '00'.
               88 FS-ENVIOS-NO-EXISTE   VALUE '35'.

           COPY WSQLCOD.

       01 WS-DSN-ARCHIVO          PIC X(44) VALUE SPACES.

       01 WS-REG-GENERACION.
           05 WS-GEN-NUMERO        PIC 9(6).
           05 FILLER               PIC X(74).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-BAJAS-TRASLADO    PIC 9(5) VALUE 0.
           05 C-NO-ENCONTRADOS    PIC 9(5) VALUE 0.
           05 C-ARCHIVOS          PIC 9(3) VALUE 0.
           05 C-DATOS             PIC 9(7) VALUE 0.
           05 C-DUPLICADAS        PIC 9(5) VALUE 0.
           05 C-REGISTROS         PIC 9(7) VALUE 0.
           05 C-ALUMNOS-ENVIADOS  PIC 9(5) VALUE 0.

       01 AC-TOTAL-CONTROL        PIC 9(9) VALUE 0.
       01 W-NOTA-POR-10           PIC 999.

      *    ALUMNOS DE BAJA POR TRASLADO DEL LOTE, CON SUS DATOS DE
      *    ALUMNOS LEIDOS ANTES DE QUE CCPRAC25 LOS BORRE
       01 T-ALUMNOS.
           05 C-ALUMNOS           PIC 999 VALUE 0.
           05 T-AL-ALUMNO OCCURS 200.
               10 T-AL-NIF          PIC X(9).
               10 T-AL-NOMBRE       PIC X(15).
               10 T-AL-COLEGIO      PIC 99.
               10 T-AL-CURSO        PIC 9.
               10 T-AL-OPERADOR     PIC X(8).
               10 T-AL-REGISTROS    PIC 9(5).
       01 WS-IDX-AL               PIC 999.
       01 WS-IDX                  PIC 999.
       01 WS-ALUMNO-FLAG          PIC X.
           88 ALUMNO-DEL-LOTE          VALUE 'S'.
       01 WS-NIF-BUSCADO          PIC X(9).

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

      *    CLAVE DEL ULTIMO DATO ESCRITO, PARA NO REPETIR UNA NOTA QUE
      *    ESTA A LA VEZ EN NOTAS Y EN ARCHIVO O CONVALIDADAS
       01 W-CLAVE-ANTERIOR.
           05 W-CA-NIF            PIC X(9) VALUE LOW-VALUES.
           05 W-CA-ANO            PIC 9(4) VALUE 0.
           05 W-CA-ASIGNATURA     PIC 9    VALUE 0.
           05 W-CA-TRIMESTRE      PIC 9    VALUE 0.
           05 W-CA-CONVOCATORIA   PIC 9    VALUE 0.
           05 W-CA-TIPO           PIC X    VALUE SPACE.
       01 WS-NIF-ESCRITO          PIC X(9) VALUE LOW-VALUES.

       01 W-HORAS-FALTA           PIC S9(4) USAGE COMP.
       01 W-HORAS-EDIT            PIC 9(4).
       01 W-CURSO-EDIT            PIC 9.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.
           05 WS-FA-DD            PIC XX.
           05 FILLER              PIC X(13).
       01 WS-FECHA-PROCESO        PIC X(8).

       01 W-ASIGN-LOOKUP.
           05 W-ASG-DIGITO      PIC 9.
           05 W-ASG-COD         PIC XXX.
           05 W-ASG-NOMBRE      PIC X(15).
           05 W-ASG-ENCONTRADO  PIC X.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE CCFALTA
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-NOTAS-EXPED CURSOR FOR
               SELECT ASIGNATURA, NOTA, ANO_ACADEMICO, TRIMESTRE,
                      CONVOCATORIA
                 FROM NOTAS
                WHERE NIF = :DCLNOTAS.NIF
           END-EXEC.

           EXEC SQL
             DECLARE C-FALTAS-EXPED CURSOR FOR
               SELECT ASIGNATURA, ANO_ACADEMICO, TRIMESTRE,
                      SUM(HORAS_FALTA)
                 FROM FALTAS
                WHERE NIF = :DCLFALTAS.NIF
                GROUP BY ASIGNATURA, ANO_ACADEMICO, TRIMESTRE
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY SK-NIF SK-ANO SK-ASIGNATURA
                                SK-TRIMESTRE SK-CONVOCATORIA SK-TIPO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-REUNIR-EXPEDIENTES
               OUTPUT PROCEDURE 3000-ESCRIBIR-EXPEDIENTES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO WS-FECHA-PROCESO
           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           PERFORM 1100-CARGAR-BAJAS
           IF C-ALUMNOS = 0 THEN
             DISPLAY 'SIN BAJAS POR TRASLADO EN EL LOTE - NO SE '
                 'GENERA EXPEDIENTE'
             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1200-LEER-GENERACION
           PERFORM 1300-ABRIR-FICHEROS
           .
      ******************************************************************
       1100-CARGAR-BAJAS.
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-ENTRADA
           PERFORM UNTIL NOT FS-ENTRADA-OK
             ADD 1 TO C-LEIDAS
             IF F-OPCION = 'B' AND F-BAJA-POR-TRASLADO THEN
               ADD 1 TO C-BAJAS-TRASLADO
               PERFORM 1150-LEER-ALUMNO
             END-IF
             READ F-ENTRADA
           END-PERFORM
           CLOSE F-ENTRADA
           .
      ******************************************************************
       1150-LEER-ALUMNO.
           MOVE F-NIF TO NIF OF DCLALUMNOS
           EXEC SQL
             SELECT NOMBRE, COD_COLEGIO, CURSO
               INTO :DCLALUMNOS.NOMBRE, :DCLALUMNOS.COD-COLEGIO,
                    :DCLALUMNOS.CURSO
               FROM ALUMNOS
              WHERE NIF = :DCLALUMNOS.NIF
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           EVALUATE TRUE
             WHEN SQL-OK AND C-ALUMNOS < 200
               ADD 1 TO C-ALUMNOS
               MOVE F-NIF      TO T-AL-NIF (C-ALUMNOS)
               MOVE NOMBRE OF DCLALUMNOS
                 TO T-AL-NOMBRE (C-ALUMNOS)
               MOVE COD-COLEGIO OF DCLALUMNOS
                 TO T-AL-COLEGIO (C-ALUMNOS)
               MOVE CURSO OF DCLALUMNOS
                 TO T-AL-CURSO (C-ALUMNOS)
               MOVE F-OPERADOR TO T-AL-OPERADOR (C-ALUMNOS)
               MOVE 0          TO T-AL-REGISTROS (C-ALUMNOS)
             WHEN SQL-OK
               DISPLAY '*CCPRACAV*TABLA*ALUMNOS*LLENA* ' F-NIF
                   ' - QUEDA PARA EL SIGUIENTE LOTE'
             WHEN SQL-NOT-FOUND
               DISPLAY '*CCPRACAV*ALUMNO*NO*ENCONTRADO* ' F-NIF
               ADD 1 TO C-NO-ENCONTRADOS
             WHEN OTHER
               DISPLAY '*CCPRACAV*ERROR*ALUMNOS* ' F-NIF ' '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-EVALUATE
           .
      ******************************************************************
       1200-LEER-GENERACION.
           OPEN INPUT F-GENERACION
           IF FS-GENERACION-NO-EXISTE THEN
               MOVE 0 TO WS-GEN-NUMERO
           ELSE
             IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR LEER FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-GENERACION INTO WS-REG-GENERACION
             IF NOT FS-GENERACION-OK THEN
               MOVE 0 TO WS-GEN-NUMERO
             END-IF
             CLOSE F-GENERACION
           END-IF
           ADD 1 TO WS-GEN-NUMERO
           .
      ******************************************************************
       1300-ABRIR-FICHEROS.
           OPEN OUTPUT F-EXPEDIENTE
           IF NOT FS-EXPEDIENTE-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO EXPEDIENTE'
               DISPLAY FS-EXPEDIENTE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-REUNIR-EXPEDIENTES.
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > C-ALUMNOS
             PERFORM 2050-DATO-ALUMNO
             PERFORM 2100-NOTAS-VIGENTES
             PERFORM 2200-FALTAS
           END-PERFORM
           PERFORM 2300-NOTAS-DE-ARCHIVO
           PERFORM 2400-NOTAS-CONVALIDADAS
           PERFORM 2500-PENDIENTES
           PERFORM 2600-HISTORIAL-PROMOCION
           .
      ******************************************************************
       2050-DATO-ALUMNO.
           INITIALIZE REG-DATO-EXPED
           MOVE T-AL-NIF (WS-IDX-AL) TO SK-NIF
           MOVE 'A'                  TO SK-TIPO
           MOVE 'TRASLADO'           TO SK-DATO
           PERFORM 2900-SOLTAR-DATO
           .
      ******************************************************************
       2100-NOTAS-VIGENTES.
           MOVE T-AL-NIF (WS-IDX-AL) TO NIF OF DCLNOTAS
           EXEC SQL
             OPEN C-NOTAS-EXPED
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAV*ERROR*OPEN*NOTAS* ' WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2110-FETCH-NOTA
           PERFORM UNTIL NOT SQL-OK
             INITIALIZE REG-DATO-EXPED
             MOVE T-AL-NIF (WS-IDX-AL)     TO SK-NIF
             MOVE ANO-ACADEMICO OF DCLNOTAS TO SK-ANO
             MOVE ASIGNATURA OF DCLNOTAS    TO SK-ASIGNATURA
             MOVE TRIMESTRE OF DCLNOTAS     TO SK-TRIMESTRE
             MOVE CONVOCATORIA OF DCLNOTAS  TO SK-CONVOCATORIA
             MOVE 'N'                       TO SK-TIPO
             MOVE NOTA OF DCLNOTAS          TO SK-NOTA
             PERFORM 2900-SOLTAR-DATO
             PERFORM 2110-FETCH-NOTA
           END-PERFORM
           EXEC SQL
             CLOSE C-NOTAS-EXPED
           END-EXEC
           .
      ******************************************************************
       2110-FETCH-NOTA.
           EXEC SQL
             FETCH C-NOTAS-EXPED
               INTO :DCLNOTAS.ASIGNATURA, :DCLNOTAS.NOTA,
                    :DCLNOTAS.ANO-ACADEMICO, :DCLNOTAS.TRIMESTRE,
                    :DCLNOTAS.CONVOCATORIA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2200-FALTAS.
           MOVE T-AL-NIF (WS-IDX-AL) TO NIF OF DCLFALTAS
           EXEC SQL
             OPEN C-FALTAS-EXPED
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           IF NOT SQL-OK THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACAV*ERROR*OPEN*FALTAS* ' WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2210-FETCH-FALTA
           PERFORM UNTIL NOT SQL-OK
             INITIALIZE REG-DATO-EXPED
             MOVE T-AL-NIF (WS-IDX-AL)      TO SK-NIF
             MOVE ANO-ACADEMICO OF DCLFALTAS TO SK-ANO
             MOVE ASIGNATURA OF DCLFALTAS    TO SK-ASIGNATURA
             MOVE TRIMESTRE OF DCLFALTAS     TO SK-TRIMESTRE
             MOVE 'F'                        TO SK-TIPO
             MOVE W-HORAS-FALTA              TO W-HORAS-EDIT
             MOVE W-HORAS-EDIT               TO SK-DATO
             PERFORM 2900-SOLTAR-DATO
             PERFORM 2210-FETCH-FALTA
           END-PERFORM
           EXEC SQL
             CLOSE C-FALTAS-EXPED
           END-EXEC
           .
      ******************************************************************
       2210-FETCH-FALTA.
           EXEC SQL
             FETCH C-FALTAS-EXPED
               INTO :DCLFALTAS.ASIGNATURA, :DCLFALTAS.ANO-ACADEMICO,
                    :DCLFALTAS.TRIMESTRE, :W-HORAS-FALTA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2300-NOTAS-DE-ARCHIVO.
      *    CADA LINEA DEL CATALOGO ES UN FICHERO DE ARCHIVO DE CCPRAC17
      *    CON LOS ANOS YA PURGADOS DE NOTAS
           OPEN INPUT F-CATALOGO
           IF NOT FS-CATALOGO-OK THEN
             DISPLAY 'SIN CATALOGO DE ARCHIVADOS - SOLO NOTAS '
                 'VIGENTES'
           ELSE
             READ F-CATALOGO
             PERFORM UNTIL NOT FS-CATALOGO-OK
               PERFORM 2310-LEER-ARCHIVO
               READ F-CATALOGO
             END-PERFORM
             CLOSE F-CATALOGO
           END-IF
           .
      ******************************************************************
       2310-LEER-ARCHIVO.
           MOVE CAT-DATASET TO WS-DSN-ARCHIVO
           OPEN INPUT F-ARCHIVO
           IF NOT FS-ARCHIVO-OK THEN
             DISPLAY '*CCPRACAV*ARCHIVO*NO*DISPONIBLE* ' CAT-DATASET
                 ' ' FS-ARCHIVO
           ELSE
             ADD 1 TO C-ARCHIVOS
             READ F-ARCHIVO
             PERFORM UNTIL NOT FS-ARCHIVO-OK
               MOVE NA-NIF TO WS-NIF-BUSCADO
               PERFORM 2950-BUSCAR-ALUMNO
               IF ALUMNO-DEL-LOTE THEN
                 INITIALIZE REG-DATO-EXPED
                 MOVE NA-NIF          TO SK-NIF
                 MOVE NA-ANO          TO SK-ANO
                 MOVE NA-ASIGNATURA   TO SK-ASIGNATURA
                 MOVE NA-TRIMESTRE    TO SK-TRIMESTRE
                 MOVE NA-CONVOCATORIA TO SK-CONVOCATORIA
                 IF SK-CONVOCATORIA = 0 THEN
                   MOVE 1 TO SK-CONVOCATORIA
                 END-IF
                 MOVE 'N'             TO SK-TIPO
                 MOVE NA-NOTA         TO SK-NOTA
                 PERFORM 2900-SOLTAR-DATO
               END-IF
               READ F-ARCHIVO
             END-PERFORM
             CLOSE F-ARCHIVO
           END-IF
           .
      ******************************************************************
       2400-NOTAS-CONVALIDADAS.
      *    SOLO LAS LINEAS CON LA MARCA DE PROCEDENCIA CONV
           OPEN INPUT F-CONVALIDADAS
           IF NOT FS-CONVALIDADAS-OK THEN
             DISPLAY 'SIN FICHERO DE NOTAS CONVALIDADAS'
           ELSE
             READ F-CONVALIDADAS
             PERFORM UNTIL NOT FS-CONVALIDADAS-OK
               MOVE NIF OF REG-NOTAS TO WS-NIF-BUSCADO
               PERFORM 2950-BUSCAR-ALUMNO
               IF ALUMNO-DEL-LOTE
                   AND REG-NOTAS (20:4) = 'CONV' THEN
                 INITIALIZE REG-DATO-EXPED
                 MOVE NIF OF REG-NOTAS           TO SK-NIF
                 MOVE ANO-ACADEMICO OF REG-NOTAS TO SK-ANO
                 MOVE ASIGNATURA OF REG-NOTAS    TO SK-ASIGNATURA
                 MOVE TRIMESTRE OF REG-NOTAS     TO SK-TRIMESTRE
                 MOVE CONVOCATORIA OF REG-NOTAS  TO SK-CONVOCATORIA
                 IF SK-CONVOCATORIA = 0 THEN
                   MOVE 1 TO SK-CONVOCATORIA
                 END-IF
                 MOVE 'C'                        TO SK-TIPO
                 MOVE NOTA OF REG-NOTAS          TO SK-NOTA
                 PERFORM 2900-SOLTAR-DATO
               END-IF
               READ F-CONVALIDADAS
             END-PERFORM
             CLOSE F-CONVALIDADAS
           END-IF
           .
      ******************************************************************
       2500-PENDIENTES.
           OPEN INPUT F-PENDIENTES
           IF NOT FS-PENDIENTES-OK THEN
             DISPLAY 'SIN REGISTRO DE PENDIENTES'
           ELSE
             READ F-PENDIENTES
             PERFORM UNTIL NOT FS-PENDIENTES-OK
               MOVE NIF OF REG-PENDIENTE TO WS-NIF-BUSCADO
               PERFORM 2950-BUSCAR-ALUMNO
               IF ALUMNO-DEL-LOTE AND PEND-VIVA THEN
                 INITIALIZE REG-DATO-EXPED
                 MOVE NIF OF REG-PENDIENTE        TO SK-NIF
                 MOVE ANO-ORIGEN                  TO SK-ANO
                 MOVE ASIGNATURA OF REG-PENDIENTE TO SK-ASIGNATURA
                 MOVE 'P'                         TO SK-TIPO
                 MOVE 'PENDIENTE'                 TO SK-DATO
                 PERFORM 2900-SOLTAR-DATO
               END-IF
               READ F-PENDIENTES
             END-PERFORM
             CLOSE F-PENDIENTES
           END-IF
           .
      ******************************************************************
       2600-HISTORIAL-PROMOCION.
           OPEN INPUT F-HISTDEC
           IF NOT FS-HISTDEC-OK THEN
             DISPLAY 'SIN HISTORICO DE DECISIONES'
           ELSE
             READ F-HISTDEC
             PERFORM UNTIL NOT FS-HISTDEC-OK
               MOVE HD-NIF TO WS-NIF-BUSCADO
               PERFORM 2950-BUSCAR-ALUMNO
               IF ALUMNO-DEL-LOTE THEN
                 INITIALIZE REG-DATO-EXPED
                 MOVE HD-NIF      TO SK-NIF
                 MOVE HD-ANO      TO SK-ANO
                 MOVE 'D'         TO SK-TIPO
                 MOVE HD-CURSO    TO SK-CURSO
                 MOVE HD-DECISION TO SK-DATO
                 PERFORM 2900-SOLTAR-DATO
               END-IF
               READ F-HISTDEC
             END-PERFORM
             CLOSE F-HISTDEC
           END-IF
           .
      ******************************************************************
       2900-SOLTAR-DATO.
           MOVE WS-IDX-AL TO SK-IDX-ALUMNO
           RELEASE REG-DATO-EXPED
           ADD 1 TO C-DATOS
           .
      ******************************************************************
       2950-BUSCAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-ALUMNOS OR ALUMNO-DEL-LOTE
             IF T-AL-NIF (WS-IDX) = WS-NIF-BUSCADO THEN
               MOVE 'S' TO WS-ALUMNO-FLAG
               MOVE WS-IDX TO WS-IDX-AL
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-ESCRIBIR-EXPEDIENTES.
           MOVE SPACES TO REG-EXPEDIENTE-CAB
           MOVE 'CAB'            TO EC-MARCA
           MOVE 'CCNOTAS '       TO EC-REMITENTE
           MOVE WS-FECHA-PROCESO TO EC-FECHA
           MOVE WS-GEN-NUMERO    TO EC-GENERACION
           WRITE REG-EXPEDIENTE-CAB
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-DATO
           PERFORM UNTIL FIN-DE-SORT
             IF (SK-TIPO = 'N' OR SK-TIPO = 'C')
                 AND SK-NIF = W-CA-NIF
                 AND SK-ANO = W-CA-ANO
                 AND SK-ASIGNATURA = W-CA-ASIGNATURA
                 AND SK-TRIMESTRE = W-CA-TRIMESTRE
                 AND SK-CONVOCATORIA = W-CA-CONVOCATORIA
                 AND (W-CA-TIPO = 'N' OR W-CA-TIPO = 'C') THEN
               ADD 1 TO C-DUPLICADAS
             ELSE
               PERFORM 3200-ESCRIBIR-DATO
             END-IF
             PERFORM 3100-RETURN-DATO
           END-PERFORM
           MOVE SPACES TO REG-EXPEDIENTE-FIN
           MOVE 'FIN'              TO EF-MARCA
           MOVE C-REGISTROS        TO EF-REGISTROS
           MOVE C-ALUMNOS-ENVIADOS TO EF-ALUMNOS
           MOVE AC-TOTAL-CONTROL   TO EF-TOTAL-CONTROL
           WRITE REG-EXPEDIENTE-FIN
           .
      ******************************************************************
       3100-RETURN-DATO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-ESCRIBIR-DATO.
           MOVE SK-IDX-ALUMNO TO WS-IDX-AL
           MOVE SPACES TO REG-EXPEDIENTE-EXT
           MOVE SK-NIF                    TO E-NIF
           MOVE T-AL-NOMBRE (WS-IDX-AL)   TO E-NOMBRE
           MOVE T-AL-COLEGIO (WS-IDX-AL)  TO E-COLEGIO-N
           IF SK-TIPO = 'D' THEN
             MOVE SK-CURSO TO E-CURSO
           ELSE
             MOVE T-AL-CURSO (WS-IDX-AL) TO E-CURSO-N
           END-IF
           MOVE SK-TIPO TO E-TIPO
           MOVE SK-DATO TO E-DATO
           IF SK-ANO > 0 THEN
             MOVE SK-ANO TO E-ANO-N
           END-IF
           IF SK-ASIGNATURA > 0 THEN
             MOVE SK-ASIGNATURA TO W-ASG-DIGITO
             CALL "MODASIGN" USING 'L' W-ASG-DIGITO W-ASG-COD
                                    W-ASG-NOMBRE W-ASG-ENCONTRADO
             END-CALL
             IF W-ASG-ENCONTRADO = 'S' THEN
               MOVE W-ASG-COD TO E-ASIG-EXTERNA
             ELSE
               MOVE SK-ASIGNATURA TO E-ASIG-EXTERNA (1:1)
             END-IF
           END-IF
           IF SK-TRIMESTRE > 0 THEN
             MOVE SK-TRIMESTRE TO E-TRIMESTRE
           END-IF
           IF E-TIPO-NOTA THEN
             MOVE SK-NOTA TO E-NOTA-N
             COMPUTE W-NOTA-POR-10 = SK-NOTA * 10
             END-COMPUTE
             ADD W-NOTA-POR-10 TO AC-TOTAL-CONTROL
             IF SK-CONVOCATORIA = 2 THEN
               MOVE 'EXTRAORD.' TO E-DATO
             ELSE
               MOVE 'ORDINARIA' TO E-DATO
             END-IF
           END-IF
           WRITE REG-EXPEDIENTE-EXT
           ADD 1 TO C-REGISTROS
           ADD 1 TO T-AL-REGISTROS (WS-IDX-AL)
           IF SK-NIF NOT = WS-NIF-ESCRITO THEN
             ADD 1 TO C-ALUMNOS-ENVIADOS
             MOVE SK-NIF TO WS-NIF-ESCRITO
           END-IF
           MOVE SK-NIF          TO W-CA-NIF
           MOVE SK-ANO          TO W-CA-ANO
           MOVE SK-ASIGNATURA   TO W-CA-ASIGNATURA
           MOVE SK-TRIMESTRE    TO W-CA-TRIMESTRE
           MOVE SK-CONVOCATORIA TO W-CA-CONVOCATORIA
           MOVE SK-TIPO         TO W-CA-TIPO
           .
      ******************************************************************
       4000-FIN.
           CLOSE F-EXPEDIENTE
           PERFORM 4100-GRABAR-GENERACION
           PERFORM 4200-ANOTAR-ENVIOS
           CALL "MODASIGN" USING 'C' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL
           DISPLAY 'LINEAS DEL LOTE LEIDAS: ' C-LEIDAS
           DISPLAY 'BAJAS POR TRASLADO:     ' C-BAJAS-TRASLADO
           DISPLAY 'ALUMNOS NO ENCONTRADOS: ' C-NO-ENCONTRADOS
           DISPLAY 'FICHEROS DE ARCHIVO:    ' C-ARCHIVOS
           DISPLAY 'NOTAS DUPLICADAS:       ' C-DUPLICADAS
           DISPLAY 'REGISTROS EMITIDOS:     ' C-REGISTROS
           DISPLAY 'EXPEDIENTES ENVIADOS:   ' C-ALUMNOS-ENVIADOS
           DISPLAY 'GENERACION EMITIDA:     ' WS-GEN-NUMERO
           MOVE C-REGISTROS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAV' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-GRABAR-GENERACION.
      *    SOLO SE AVANZA LA GENERACION CUANDO EL EXPEDIENTE SE HA
      *    ESCRITO COMPLETO CON SU COLA
           OPEN OUTPUT F-GENERACION
           IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES TO WS-REG-GENERACION (7:74)
           WRITE REG-GENERACION FROM WS-REG-GENERACION
           CLOSE F-GENERACION
           .
      ******************************************************************
       4200-ANOTAR-ENVIOS.
           OPEN EXTEND F-ENVIOS
           IF FS-ENVIOS-NO-EXISTE THEN
               OPEN OUTPUT F-ENVIOS
           END-IF
           IF NOT FS-ENVIOS-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO DE ENVIOS'
               DISPLAY FS-ENVIOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > C-ALUMNOS
             INITIALIZE REG-ENVIO-EXPED
             MOVE T-AL-NIF (WS-IDX-AL)       TO EV-NIF
             MOVE WS-FECHA-PROCESO           TO EV-FECHA
             MOVE WS-GEN-NUMERO              TO EV-GENERACION
             MOVE T-AL-COLEGIO (WS-IDX-AL)   TO EV-COLEGIO
             MOVE T-AL-CURSO (WS-IDX-AL)     TO EV-CURSO
             MOVE T-AL-REGISTROS (WS-IDX-AL) TO EV-REGISTROS
             MOVE T-AL-OPERADOR (WS-IDX-AL)  TO EV-OPERADOR
             WRITE REG-ENVIO-EXPED
           END-PERFORM
           CLOSE F-ENVIOS
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
