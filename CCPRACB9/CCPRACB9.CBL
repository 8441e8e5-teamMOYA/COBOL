       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB9.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: ENTRADA DIARIA DE MOVIMIENTOS DEL SISTEMA DE   *
      *                 PERSONAL (EL ESPEJO DE LO QUE CCPRAC9M ENVIA): *
      *                 HASTA AHORA LAS ALTAS Y BAJAS DE PROFESORES SE *
      *                 TECLEABAN A MANO EN CCPRAC42 A PARTIR DE UN    *
      *                 CORREO. LEE EL FICHERO DE PERSONAL (COPY       *
      *                 RPERSIN), LO CRUZA CON PROFESORES Y CON LAS    *
      *                 SUSTITUCIONES (RSUSTITU VIA MODSUSTI) Y GENERA *
      *                 LAS TRANSACCIONES DE MANTENIMIENTO DE CCPRAC42 *
      *                 (FICHERO TRANPROF) SOLO PARA LOS MOVIMIENTOS   *
      *                 APROBADOS: ALTA DE LA ASIGNACION QUE NO        *
      *                 TENEMOS, BAJA DE LAS ASIGNACIONES DEL PROFESOR *
      *                 CUANDO LLEGA SU FECHA (UNA BAJA CON FECHA      *
      *                 FUTURA SOLO SE LISTA Y SE APLICA EL DIA QUE    *
      *                 VENGA REPETIDA). LA LICENCIA NO CAMBIA AL      *
      *                 TITULAR: SE COMPRUEBA QUE CADA COLEGIO+        *
      *                 ASIGNATURA DEL PROFESOR TIENE SUSTITUTO EN LA  *
      *                 FECHA DESDE Y EN LA FECHA HASTA, Y SI NO SE    *
      *                 LISTA PARA QUE CCPRAC75 DE DE ALTA LA          *
      *                 SUSTITUCION. CON LAS LINEAS DE PLANTILLA SE    *
      *                 LISTAN LOS PROFESORES QUE TENEMOS Y PERSONAL   *
      *                 NO. TODO LO QUE NO SE APLICA VA AL LISTADO Y   *
      *                 LAS TRANSACCIONES PASAN LAS VALIDACIONES DE    *
      *                 SIEMPRE AL CARGARLAS CON CCPRAC42.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-TRANSACCIONES ASSIGN TRANPROF
               FILE STATUS IS FS-TRANSACCIONES.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD REG-PERSONAL-MOV.
           COPY RPERSIN.

       FD F-TRANSACCIONES
           RECORDING MODE IS F
           DATA RECORD REG-TRANSACCION.
       01 REG-TRANSACCION          PIC X(80).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-TRANSACCIONES PIC XX.
               88 FS-TRANSACCIONES-OK VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-OPERADOR          PIC X(8).
           05 WS-FECHA-PROCESO     PIC X(8).
           05 FILLER               PIC X(64).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-MOVIMIENTOS       PIC 9(5) VALUE 0.
           05 C-PENDIENTES        PIC 9(5) VALUE 0.
           05 C-RECHAZADOS        PIC 9(5) VALUE 0.
           05 C-TRANS-ALTA        PIC 9(5) VALUE 0.
           05 C-TRANS-BAJA        PIC 9(5) VALUE 0.
           05 C-BAJAS-FUTURAS     PIC 9(5) VALUE 0.
           05 C-LICENCIAS         PIC 9(5) VALUE 0.
           05 C-SIN-SUSTITUTO     PIC 9(5) VALUE 0.
           05 C-NO-CONSTAN        PIC 9(5) VALUE 0.
           05 C-OTRAS-LINEAS      PIC 9(5) VALUE 0.

       01 WS-COLA-FLAG            PIC X VALUE 'N'.
           88 CON-COLA                 VALUE 'S'.
       01 WS-DESCUADRE-FLAG       PIC X VALUE 'N'.
           88 COLA-DESCUADRADA         VALUE 'S'.
       01 W-COLA.
           05 W-COLA-REGISTROS    PIC 9(5).
           05 W-COLA-PROFESORES   PIC 9(5).

      *    ASIGNACIONES DE PROFESORES (UNA FILA POR COLEGIO+ASIGNATURA,
      *    EN ORDEN DE COD_PROFESOR). T-PR-BAJA MARCA LAS QUE ESTA
      *    EJECUCION YA HA DADO DE BAJA
       01 T-PROFESORES.
           05 C-PROFESORES      PIC 9(4) VALUE 0.
           05 T-PR-ENTRADA OCCURS 2000.
               10 T-PR-CODIGO   PIC 9(4).
               10 T-PR-NOMBRE   PIC X(15).
               10 T-PR-COLEGIO  PIC 99.
               10 T-PR-ASIG     PIC 9.
               10 T-PR-BAJA     PIC X.
                   88 T-PR-DADO-DE-BAJA    VALUE 'S'.

       01 T-PLANTILLA.
           05 C-PLANTILLA       PIC 9(4) VALUE 0.
           05 T-PL-CODIGO OCCURS 3000 PIC 9(4).

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-2             PIC 9(4).
       01 WS-ENCONTRADO-FLAG   PIC X.
           88 ASIGNACION-ENCONTRADA VALUE 'S'.
       01 WS-CUBIERTA-FLAG     PIC X.
           88 LICENCIA-CUBIERTA     VALUE 'S'.
       01 WS-SEL-COLEGIO       PIC 99.
       01 WS-SEL-ASIGNATURA    PIC 9.
       01 WS-FECHA-EFECTO      PIC X(8).
       01 WS-PROF-LISTADO      PIC 9(4).

       01 W-SUSTI-LOOKUP.
           05 W-SUS-COLEGIO     PIC 99.
           05 W-SUS-ASIGNATURA  PIC 9.
           05 W-SUS-FECHA       PIC X(8).
           05 W-SUS-NOMBRE      PIC X(15).
           05 W-SUS-ENCONTRADO  PIC X.
               88 W-SUSTITUCION-VIGENTE    VALUE 'S'.

      *    MISMO TRAZADO QUE LA ENTRADA DE CCPRAC42 (FD-ENTRADA)
       01 LINEA-TRANS-PROFESOR.
           05 TP-OPCION      PIC X.
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-PROFESOR    PIC 9(4).
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-NOMBRE      PIC X(15).
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-COLEGIO     PIC 99.
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-ASIGNATURA  PIC 9.
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-OPERADOR    PIC X(8).
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-EXCEPCION   PIC X(8).
           05 FILLER         PIC X  VALUE SPACE.
           05 TP-PORCENTAJE  PIC XXX.
           05 FILLER         PIC X(32) VALUE SPACES.

       01 LINEA-LIST-DATOS.
           05 FILLER        PIC X(6)  VALUE 'PROF: '.
           05 LL-PROFESOR   PIC X(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-MOTIVO     PIC X(30).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-COLEGIO    PIC X(2).
           05 FILLER        PIC X     VALUE SPACE.
           05 LL-ASIGNATURA PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-FECHA      PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-REFERENCIA PIC X(10).
           05 FILLER        PIC X(10) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCPROFE
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-PROFESORES CURSOR FOR
               SELECT COD_PROFESOR, NOMBRE, COD_COLEGIO, ASIGNATURA
                 FROM PROFESORES
                ORDER BY COD_PROFESOR, COD_COLEGIO, ASIGNATURA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-MOVIMIENTO UNTIL FS-ENTRADA-EOF
           PERFORM 3000-CONTRASTAR-PLANTILLA
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
             MOVE 'PERSONAL' TO WS-OPERADOR
           END-IF
           IF WS-FECHA-PROCESO = SPACES THEN
             MOVE WS-TIMESTAMP-INICIO (1:8) TO WS-FECHA-PROCESO
           END-IF
           IF WS-FECHA-PROCESO NOT NUMERIC THEN
             DISPLAY '*CCPRACB9*SYSIN*FECHA*INVALIDA* '
                 WS-FECHA-PROCESO
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-PROFESORES
           INITIALIZE T-PLANTILLA
           PERFORM 1100-CARGAR-PROFESORES
           CALL "MODSUSTI" USING 'O' W-SUS-COLEGIO W-SUS-ASIGNATURA
                                 W-SUS-FECHA W-SUS-NOMBRE
                                 W-SUS-ENCONTRADO
           END-CALL
           PERFORM 1200-ABRIR-FICHEROS
           .
      ******************************************************************
       1100-CARGAR-PROFESORES.
           EXEC SQL
             OPEN C-PROFESORES
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACB9*ERROR*OPEN*CURSOR* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1110-FETCH-PROFESOR
           PERFORM UNTIL NOT SQL-OK
             IF C-PROFESORES >= 2000 THEN
               DISPLAY '*CCPRACB9*TABLA*PROFESORES*LLENA* MAXIMO 2000'
             ELSE
               ADD 1 TO C-PROFESORES
               MOVE COD-PROFESOR OF DCLPROFESORES
                 TO T-PR-CODIGO (C-PROFESORES)
               MOVE NOMBRE OF DCLPROFESORES
                 TO T-PR-NOMBRE (C-PROFESORES)
               MOVE COD-COLEGIO OF DCLPROFESORES
                 TO T-PR-COLEGIO (C-PROFESORES)
               MOVE ASIGNATURA OF DCLPROFESORES
                 TO T-PR-ASIG (C-PROFESORES)
               MOVE 'N' TO T-PR-BAJA (C-PROFESORES)
             END-IF
             PERFORM 1110-FETCH-PROFESOR
           END-PERFORM
           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACB9*ERROR*FETCH*CURSOR* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL
             CLOSE C-PROFESORES
           END-EXEC
           .
      ******************************************************************
       1110-FETCH-PROFESOR.
           EXEC SQL
             FETCH C-PROFESORES
               INTO :DCLPROFESORES.COD-PROFESOR,
                    :DCLPROFESORES.NOMBRE,
                    :DCLPROFESORES.COD-COLEGIO,
                    :DCLPROFESORES.ASIGNATURA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-TRANSACCIONES
           IF NOT FS-TRANSACCIONES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO TRANSACCIONES'
               DISPLAY FS-TRANSACCIONES
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
       2000-PROCESO-MOVIMIENTO.
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             EVALUATE TRUE
               WHEN PM-ES-CABECERA
                 DISPLAY 'MOVIMIENTOS DE ' PC-REMITENTE ' FECHA '
                     PC-FECHA ' GENERACION ' PC-GENERACION
               WHEN PM-ES-COLA
                 SET CON-COLA TO TRUE
                 MOVE PF-REGISTROS  TO W-COLA-REGISTROS
                 MOVE PF-PROFESORES TO W-COLA-PROFESORES
               WHEN PM-ES-PLANTILLA
                 ADD 1 TO C-LEIDAS
                 PERFORM 2050-GUARDAR-PLANTILLA
               WHEN PM-ES-MOVIMIENTO
                 ADD 1 TO C-LEIDAS
                 ADD 1 TO C-MOVIMIENTOS
                 PERFORM 2100-VALIDAR-MOVIMIENTO
               WHEN OTHER
                 ADD 1 TO C-LEIDAS
                 ADD 1 TO C-OTRAS-LINEAS
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2050-GUARDAR-PLANTILLA.
           IF PP-PROFESOR NUMERIC THEN
             IF C-PLANTILLA >= 3000 THEN
               DISPLAY '*CCPRACB9*TABLA*PLANTILLA*LLENA* MAXIMO 3000'
             ELSE
               ADD 1 TO C-PLANTILLA
               MOVE PP-PROFESOR-N TO T-PL-CODIGO (C-PLANTILLA)
             END-IF
           END-IF
           .
      ******************************************************************
       2100-VALIDAR-MOVIMIENTO.
           MOVE PM-PROFESOR    TO LL-PROFESOR
           MOVE PM-COLEGIO     TO LL-COLEGIO
           MOVE PM-ASIGNATURA  TO LL-ASIGNATURA
           MOVE PM-FECHA-DESDE TO LL-FECHA
           MOVE PM-REFERENCIA  TO LL-REFERENCIA
      *    COLEGIO Y ASIGNATURA EN BLANCO O A CERO = TODAS LAS
      *    ASIGNACIONES DEL PROFESOR (BAJA Y LICENCIA)
           MOVE 0 TO WS-SEL-COLEGIO
           MOVE 0 TO WS-SEL-ASIGNATURA
           IF PM-COLEGIO NUMERIC THEN
             MOVE PM-COLEGIO-N TO WS-SEL-COLEGIO
           END-IF
           IF PM-ASIGNATURA NUMERIC THEN
             MOVE PM-ASIGNATURA-N TO WS-SEL-ASIGNATURA
           END-IF
           EVALUATE TRUE
             WHEN NOT PM-APROBADO
               ADD 1 TO C-PENDIENTES
               MOVE 'PENDIENTE DE APROBACION' TO LL-MOTIVO
               PERFORM 2900-LISTAR
             WHEN PM-PROFESOR NOT NUMERIC OR PM-PROFESOR-N = 0
               MOVE 'PROFESOR INVALIDO' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN PM-ALTA
               PERFORM 2200-ALTA
             WHEN PM-BAJA
               PERFORM 2300-BAJA
             WHEN PM-LICENCIA
               PERFORM 2400-LICENCIA
             WHEN OTHER
               MOVE 'MOVIMIENTO DESCONOCIDO' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
           END-EVALUATE
           .
      ******************************************************************
       2200-ALTA.
           EVALUATE TRUE
             WHEN PM-NOMBRE = SPACES
               MOVE 'ALTA SIN NOMBRE' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN WS-SEL-COLEGIO = 0
               MOVE 'ALTA SIN COLEGIO' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN WS-SEL-ASIGNATURA < 1 OR WS-SEL-ASIGNATURA > 6
               MOVE 'ASIGNATURA INVALIDA' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN PM-PORCENTAJE NOT = SPACES
                 AND (PM-PORCENTAJE NOT NUMERIC
                      OR PM-PORCENTAJE-N > 100)
               MOVE 'PORCENTAJE INVALIDO' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN OTHER
               PERFORM 2210-BUSCAR-ASIGNACION
               IF ASIGNACION-ENCONTRADA THEN
                 MOVE 'YA ASIGNADO EN PROFESORES' TO LL-MOTIVO
                 PERFORM 2900-LISTAR
               ELSE
      *          PORCENTAJE EN BLANCO: CCPRAC42 ASIGNA LA JORNADA
      *          COMPLETA (100)
                 MOVE SPACES TO LINEA-TRANS-PROFESOR (1:80)
                 MOVE 'A'             TO TP-OPCION
                 MOVE PM-PROFESOR-N   TO TP-PROFESOR
                 MOVE PM-NOMBRE       TO TP-NOMBRE
                 MOVE WS-SEL-COLEGIO  TO TP-COLEGIO
                 MOVE WS-SEL-ASIGNATURA TO TP-ASIGNATURA
                 MOVE PM-PORCENTAJE   TO TP-PORCENTAJE
                 PERFORM 2800-ESCRIBIR-TRANSACCION
                 ADD 1 TO C-TRANS-ALTA
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       2210-BUSCAR-ASIGNACION.
           MOVE 'N' TO WS-ENCONTRADO-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-PROFESORES
             IF T-PR-CODIGO (WS-IDX) = PM-PROFESOR-N
                 AND T-PR-COLEGIO (WS-IDX) = WS-SEL-COLEGIO
                 AND T-PR-ASIG (WS-IDX) = WS-SEL-ASIGNATURA
                 AND NOT T-PR-DADO-DE-BAJA (WS-IDX) THEN
               SET ASIGNACION-ENCONTRADA TO TRUE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2300-BAJA.
           MOVE PM-FECHA-DESDE TO WS-FECHA-EFECTO
           IF WS-FECHA-EFECTO = SPACES THEN
             MOVE WS-FECHA-PROCESO TO WS-FECHA-EFECTO
           END-IF
           EVALUATE TRUE
             WHEN WS-FECHA-EFECTO NOT NUMERIC
               MOVE 'FECHA DE BAJA INVALIDA' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN WS-FECHA-EFECTO > WS-FECHA-PROCESO
               ADD 1 TO C-BAJAS-FUTURAS
               MOVE 'BAJA CON FECHA FUTURA' TO LL-MOTIVO
               PERFORM 2900-LISTAR
             WHEN OTHER
               MOVE 'N' TO WS-ENCONTRADO-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-PROFESORES
                 IF T-PR-CODIGO (WS-IDX) = PM-PROFESOR-N
                     AND NOT T-PR-DADO-DE-BAJA (WS-IDX)
                     AND (WS-SEL-COLEGIO = 0
                          OR T-PR-COLEGIO (WS-IDX) = WS-SEL-COLEGIO)
                     AND (WS-SEL-ASIGNATURA = 0
                          OR T-PR-ASIG (WS-IDX) = WS-SEL-ASIGNATURA)
                     THEN
                   SET ASIGNACION-ENCONTRADA TO TRUE
                   PERFORM 2310-BAJA-ASIGNACION
                 END-IF
               END-PERFORM
               IF NOT ASIGNACION-ENCONTRADA THEN
                 MOVE 'BAJA SIN ASIGNACION VIGENTE' TO LL-MOTIVO
                 PERFORM 2950-RECHAZAR
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       2310-BAJA-ASIGNACION.
           MOVE SPACES TO LINEA-TRANS-PROFESOR (1:80)
           MOVE 'B'                    TO TP-OPCION
           MOVE T-PR-CODIGO (WS-IDX)   TO TP-PROFESOR
           MOVE T-PR-NOMBRE (WS-IDX)   TO TP-NOMBRE
           MOVE T-PR-COLEGIO (WS-IDX)  TO TP-COLEGIO
           MOVE T-PR-ASIG (WS-IDX)     TO TP-ASIGNATURA
           PERFORM 2800-ESCRIBIR-TRANSACCION
           ADD 1 TO C-TRANS-BAJA
           MOVE 'S' TO T-PR-BAJA (WS-IDX)
           .
      ******************************************************************
       2400-LICENCIA.
           EVALUATE TRUE
             WHEN PM-FECHA-DESDE NOT NUMERIC
               MOVE 'LICENCIA SIN FECHA DESDE' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN PM-FECHA-HASTA NOT = SPACES
                 AND (PM-FECHA-HASTA NOT NUMERIC
                      OR PM-FECHA-HASTA < PM-FECHA-DESDE)
               MOVE 'FECHA HASTA INVALIDA' TO LL-MOTIVO
               PERFORM 2950-RECHAZAR
             WHEN OTHER
               ADD 1 TO C-LICENCIAS
               MOVE 'N' TO WS-ENCONTRADO-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-PROFESORES
                 IF T-PR-CODIGO (WS-IDX) = PM-PROFESOR-N
                     AND NOT T-PR-DADO-DE-BAJA (WS-IDX)
                     AND (WS-SEL-COLEGIO = 0
                          OR T-PR-COLEGIO (WS-IDX) = WS-SEL-COLEGIO)
                     AND (WS-SEL-ASIGNATURA = 0
                          OR T-PR-ASIG (WS-IDX) = WS-SEL-ASIGNATURA)
                     THEN
                   SET ASIGNACION-ENCONTRADA TO TRUE
                   PERFORM 2410-LICENCIA-ASIGNACION
                 END-IF
               END-PERFORM
               IF NOT ASIGNACION-ENCONTRADA THEN
                 MOVE 'LICENCIA SIN ASIGNACION' TO LL-MOTIVO
                 PERFORM 2950-RECHAZAR
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       2410-LICENCIA-ASIGNACION.
      *    LA SUSTITUCION TIENE QUE ESTAR VIGENTE EL PRIMER DIA DE LA
      *    LICENCIA Y, SI PERSONAL LA CIERRA, TAMBIEN EL ULTIMO
           MOVE 'S' TO WS-CUBIERTA-FLAG
           MOVE T-PR-COLEGIO (WS-IDX) TO W-SUS-COLEGIO
           MOVE T-PR-ASIG (WS-IDX)    TO W-SUS-ASIGNATURA
           MOVE PM-FECHA-DESDE        TO W-SUS-FECHA
           PERFORM 2420-BUSCAR-SUSTITUTO
           IF PM-FECHA-HASTA NOT = SPACES THEN
             MOVE PM-FECHA-HASTA TO W-SUS-FECHA
             PERFORM 2420-BUSCAR-SUSTITUTO
           END-IF
           IF NOT LICENCIA-CUBIERTA THEN
             ADD 1 TO C-SIN-SUSTITUTO
             MOVE 'LICENCIA SIN SUSTITUTO' TO LL-MOTIVO
             MOVE T-PR-COLEGIO (WS-IDX) TO LL-COLEGIO
             MOVE T-PR-ASIG (WS-IDX)    TO LL-ASIGNATURA
             PERFORM 2900-LISTAR
           END-IF
           .
      ******************************************************************
       2420-BUSCAR-SUSTITUTO.
           CALL "MODSUSTI" USING 'L' W-SUS-COLEGIO W-SUS-ASIGNATURA
                                 W-SUS-FECHA W-SUS-NOMBRE
                                 W-SUS-ENCONTRADO
           END-CALL
           IF NOT W-SUSTITUCION-VIGENTE THEN
             MOVE 'N' TO WS-CUBIERTA-FLAG
           END-IF
           .
      ******************************************************************
       2800-ESCRIBIR-TRANSACCION.
           MOVE WS-OPERADOR TO TP-OPERADOR
           WRITE REG-TRANSACCION FROM LINEA-TRANS-PROFESOR
           .
      ******************************************************************
       2900-LISTAR.
           WRITE LINEA-LISTADO FROM LINEA-LIST-DATOS
           .
      ******************************************************************
       2950-RECHAZAR.
           ADD 1 TO C-RECHAZADOS
           PERFORM 2900-LISTAR
           .
      ******************************************************************
       3000-CONTRASTAR-PLANTILLA.
      *    SIN LINEAS DE PLANTILLA NO SE PUEDE SABER QUIEN FALTA EN
      *    PERSONAL: SE AVISA Y NO SE LISTA A NADIE
           IF C-PLANTILLA = 0 THEN
             DISPLAY '*CCPRACB9*SIN*PLANTILLA* NO SE CONTRASTAN '
                 'LOS PROFESORES'
           ELSE
             MOVE 0 TO WS-PROF-LISTADO
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-PROFESORES
               IF NOT T-PR-DADO-DE-BAJA (WS-IDX)
                   AND T-PR-CODIGO (WS-IDX) NOT = WS-PROF-LISTADO
                   THEN
                 MOVE T-PR-CODIGO (WS-IDX) TO WS-PROF-LISTADO
                 PERFORM 3100-BUSCAR-EN-PLANTILLA
               END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3100-BUSCAR-EN-PLANTILLA.
           MOVE 'N' TO WS-ENCONTRADO-FLAG
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > C-PLANTILLA
             IF T-PL-CODIGO (WS-IDX-2) = WS-PROF-LISTADO THEN
               SET ASIGNACION-ENCONTRADA TO TRUE
             END-IF
           END-PERFORM
           IF NOT ASIGNACION-ENCONTRADA THEN
             ADD 1 TO C-NO-CONSTAN
             MOVE WS-PROF-LISTADO       TO LL-PROFESOR
             MOVE 'NO CONSTA EN PERSONAL' TO LL-MOTIVO
             MOVE T-PR-COLEGIO (WS-IDX) TO LL-COLEGIO
             MOVE T-PR-ASIG (WS-IDX)    TO LL-ASIGNATURA
             MOVE SPACES                TO LL-FECHA
             MOVE T-PR-NOMBRE (WS-IDX)  TO LL-REFERENCIA
             PERFORM 2900-LISTAR
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'LINEAS LEIDAS:      ' C-LEIDAS
           DISPLAY 'MOVIMIENTOS:        ' C-MOVIMIENTOS
           DISPLAY 'PENDIENTES:         ' C-PENDIENTES
           DISPLAY 'RECHAZADOS:         ' C-RECHAZADOS
           DISPLAY 'TRANS. DE ALTA:     ' C-TRANS-ALTA
           DISPLAY 'TRANS. DE BAJA:     ' C-TRANS-BAJA
           DISPLAY 'BAJAS FUTURAS:      ' C-BAJAS-FUTURAS
           DISPLAY 'LICENCIAS:          ' C-LICENCIAS
           DISPLAY 'SIN SUSTITUTO:      ' C-SIN-SUSTITUTO
           DISPLAY 'NO CONSTAN EN PERS.:' C-NO-CONSTAN
           DISPLAY 'OTRAS LINEAS:       ' C-OTRAS-LINEAS
           IF CON-COLA THEN
             IF W-COLA-REGISTROS NOT = C-LEIDAS
                 OR W-COLA-PROFESORES NOT = C-PLANTILLA THEN
               DISPLAY '*CCPRACB9*COLA*DESCUADRADA* REGISTROS '
                   W-COLA-REGISTROS ' PROFESORES ' W-COLA-PROFESORES
               SET COLA-DESCUADRADA TO TRUE
             END-IF
           END-IF
           CALL "MODSUSTI" USING 'C' W-SUS-COLEGIO W-SUS-ASIGNATURA
                                 W-SUS-FECHA W-SUS-NOMBRE
                                 W-SUS-ENCONTRADO
           END-CALL
           CLOSE F-ENTRADA
           CLOSE F-TRANSACCIONES
           CLOSE F-LISTADO
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB9' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
      *    UNA LICENCIA SIN CUBRIR O LA COLA DESCUADRADA NECESITAN
      *    QUE ALGUIEN MIRE EL LISTADO
           IF COLA-DESCUADRADA OR C-SIN-SUSTITUTO > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
