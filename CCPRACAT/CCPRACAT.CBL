       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAT.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONTRASTE DEL DIRECTORIO OFICIAL DE CENTROS    *
      *                 DEL MINISTERIO (RDIRCENT) CON NUESTRA          *
      *                 REFERENCIA DE COLEGIOS, QUE SE MANTIENE A      *
      *                 MANO CON CCPRAC58 Y SE IBA DESVIANDO. CASA EL  *
      *                 DIRECTORIO CON EL FICHERO INDEXADO (RCURCOLE,  *
      *                 LOS DOS EN ORDEN DE CODIGO) Y MIRA EL NOMBRE   *
      *                 DE LA TABLA DB2 COLEGIOS. INFORMA, CAMPO A     *
      *                 CAMPO, DE LAS DIFERENCIAS DE NOMBRE,           *
      *                 DOMICILIO, CP, DIRECTOR, TITULARIDAD E IDIOMA; *
      *                 LOS CENTROS QUE EL MINISTERIO HA CERRADO Y     *
      *                 NOSOTROS SEGUIMOS TENIENDO (CON LA SYSIN DE    *
      *                 SIMULACION DE CCPRAC63 PARA FUSIONARLOS CON    *
      *                 SU SUCESOR); LOS CENTROS NUEVOS QUE NO         *
      *                 TENEMOS Y LOS NUESTROS QUE NO FIGURAN EN EL    *
      *                 DIRECTORIO. LAS DIFERENCIAS APROBADAS EN EL    *
      *                 FICHERO APROBAC (CODIGO + A=ALTA DEL CENTRO    *
      *                 NUEVO / M=MODIFICACION) SALEN COMO             *
      *                 TRANSACCIONES DE CCPRAC58 CON LOS DATOS DEL    *
      *                 MINISTERIO; SIN APROBAC SOLO SE INFORMA. LOS   *
      *                 CIERRES NUNCA GENERAN BAJAS: SE RESUELVEN CON  *
      *                 LA FUSION DE CCPRAC63.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIRECTORIO ASSIGN DIRCENT
               FILE STATUS IS FS-DIRECTORIO.

           SELECT F-COLEGIOS ASSIGN COLEGIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-APROBADAS ASSIGN APROBAC
               FILE STATUS IS FS-APROBADAS.

           SELECT F-INFORME ASSIGN DIFDIREC
               FILE STATUS IS FS-INFORME.

           SELECT F-TRANSACCIONES ASSIGN TRANSCOL
               FILE STATUS IS FS-TRANSACCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD F-DIRECTORIO
           RECORDING MODE IS F.
           COPY RDIRCENT.

       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-APROBADAS
           RECORDING MODE IS F
           DATA RECORD REG-APROBADA.
       01 REG-APROBADA.
           05 AP-COD-COLEGIO       PIC XX.
           05 AP-ACCION            PIC X.
               88 AP-ALTA               VALUE 'A'.
               88 AP-MODIFICACION       VALUE 'M'.
           05 FILLER               PIC X(77).

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(80).

       FD F-TRANSACCIONES
           RECORDING MODE IS F
           DATA RECORD LINEA-TRANSACCION.
       01 LINEA-TRANSACCION        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-DIRECTORIO PIC XX.
               88 FS-DIRECTORIO-OK  VALUE '00'.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK    VALUE '00'.
           05 FS-APROBADAS PIC XX.
               88 FS-APROBADAS-OK   VALUE '00'.
               88 FS-APROBADAS-NO-EXISTE VALUE '35'.
           05 FS-INFORME PIC XX.
               88 FS-INFORME-OK     VALUE '00'.
           05 FS-TRANSACCIONES PIC XX.
               88 FS-TRANSACCIONES-OK VALUE '00'.

           COPY WSQLCOD.

       01 C-CONTADORES.
           05 C-DIRECTORIO        PIC 9(5) VALUE 0.
           05 C-COINCIDEN         PIC 9(5) VALUE 0.
           05 C-CON-DIFERENCIAS   PIC 9(5) VALUE 0.
           05 C-DIFERENCIAS       PIC 9(5) VALUE 0.
           05 C-CERRADOS          PIC 9(5) VALUE 0.
           05 C-NUEVOS            PIC 9(5) VALUE 0.
           05 C-NO-FIGURAN        PIC 9(5) VALUE 0.
           05 C-TRANS-ALTA        PIC 9(5) VALUE 0.
           05 C-TRANS-MODIF       PIC 9(5) VALUE 0.

       01 W-CLAVE-DIRECTORIO      PIC XX.
       01 W-CLAVE-ANTERIOR        PIC XX VALUE LOW-VALUES.
       01 W-CLAVE-COLEGIO         PIC XX.
       01 W-DIFERENCIAS-CENTRO    PIC 99.
       01 W-IDIOMA-NUESTRO        PIC X.
       01 W-IDIOMA-MINISTERIO     PIC X.
       01 W-COD-COLEGIO-NUM       PIC S9(4).

      *    APROBACIONES DEL FICHERO APROBAC
       01 T-APROBADAS.
           05 TAP-ENTRADA OCCURS 99.
               10 TAP-COD-COLEGIO PIC XX.
               10 TAP-ACCION      PIC X.
               10 TAP-USADA       PIC X.
                   88 TAP-APROBACION-USADA VALUE 'S'.
       01 C-APROBADAS             PIC 99 VALUE 0.
       01 WS-IDX-APROB            PIC 99.
       01 W-ACCION-BUSCADA        PIC X.
       01 WS-APROBADA-FLAG        PIC X VALUE 'N'.
           88 CENTRO-APROBADO         VALUE 'S'.
           88 CENTRO-SIN-APROBAR      VALUE 'N'.

       01 LINEA-CABECERA-1.
           05 FILLER        PIC X(50) VALUE
               'DIFERENCIAS CON EL DIRECTORIO DE CENTROS DEL MINIS'.
           05 FILLER        PIC X(5)  VALUE 'TERIO'.
           05 FILLER        PIC X(25) VALUE SPACES.

       01 LINEA-CABECERA-2.
           05 FILLER        PIC X(3)  VALUE 'CO '.
           05 FILLER        PIC X(13) VALUE 'CAMPO'.
           05 FILLER        PIC X(26) VALUE 'NUESTRO'.
           05 FILLER        PIC X(26) VALUE 'MINISTERIO'.
           05 FILLER        PIC X(12) VALUE 'APROBACION'.

       01 LINEA-DIF-DATOS.
           05 LD-COLEGIO    PIC XX.
           05 FILLER        PIC X     VALUE SPACE.
           05 LD-CAMPO      PIC X(12).
           05 FILLER        PIC X     VALUE SPACE.
           05 LD-NUESTRO    PIC X(25).
           05 FILLER        PIC X     VALUE SPACE.
           05 LD-MINISTERIO PIC X(25).
           05 FILLER        PIC X     VALUE SPACE.
           05 LD-APROBACION PIC X(12).

      *    SYSIN DE SIMULACION DE CCPRAC63 PARA EL CENTRO CERRADO
       01 LINEA-CIERRE-DATOS.
           05 FILLER        PIC X(16) VALUE
               '   FUSIONAR CON '.
           05 FILLER        PIC X(24) VALUE
               'CCPRAC63, SYSIN ORIGEN: '.
           05 LCI-ORIGEN    PIC XX.
           05 FILLER        PIC X(11) VALUE ' DESTINO: '.
           05 LCI-DESTINO   PIC XX.
           05 FILLER        PIC X(8)  VALUE ' MODO: P'.
           05 FILLER        PIC X(17) VALUE SPACES.

      *    MISMO TRAZADO QUE LA ENTRADA DE CCPRAC58
       01 LINEA-TRANS-DATOS.
           05 LT-OPCION     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LT-COD-COLEGIO PIC XX.
           05 FILLER        PIC X     VALUE SPACE.
           05 LT-NOMBRE     PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LT-DIRECCION  PIC X(25).
           05 LT-CP         PIC X(5).
           05 LT-TELEFONO   PIC X(9).
           05 LT-DIRECTOR   PIC X(15).
           05 LT-TITULARIDAD PIC X.
           05 LT-IDIOMA     PIC X.
           05 FILLER        PIC X(3)  VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCCOLEG
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CASAR-CENTRO
               UNTIL W-CLAVE-DIRECTORIO = HIGH-VALUES
                 AND W-CLAVE-COLEGIO = HIGH-VALUES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-APROBADAS
           WRITE LINEA-INFORME FROM LINEA-CABECERA-1
           WRITE LINEA-INFORME FROM LINEA-CABECERA-2
           PERFORM 2800-LEER-DIRECTORIO
           PERFORM 2900-LEER-COLEGIO
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-DIRECTORIO
           IF NOT FS-DIRECTORIO-OK THEN
               DISPLAY 'ERROR LEER FICHERO DIRECTORIO'
               DISPLAY FS-DIRECTORIO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO COLEGIOS'
               DISPLAY FS-COLEGIOS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-TRANSACCIONES
           IF NOT FS-TRANSACCIONES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO TRANSACCIONES'
               DISPLAY FS-TRANSACCIONES
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-CARGAR-APROBADAS.
           OPEN INPUT F-APROBADAS
           IF FS-APROBADAS-NO-EXISTE THEN
             DISPLAY '*CCPRACAT*SIN*APROBACIONES* SOLO SE INFORMA'
           ELSE
             IF NOT FS-APROBADAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO APROBACIONES'
               DISPLAY FS-APROBADAS
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-APROBADAS
             PERFORM UNTIL NOT FS-APROBADAS-OK
               IF C-APROBADAS < 99 THEN
                 ADD 1 TO C-APROBADAS
                 MOVE AP-COD-COLEGIO TO TAP-COD-COLEGIO (C-APROBADAS)
                 MOVE AP-ACCION      TO TAP-ACCION (C-APROBADAS)
                 MOVE 'N'            TO TAP-USADA (C-APROBADAS)
               ELSE
                 DISPLAY '*CCPRACAT*TABLA*APROBACIONES*LLENA* '
                     AP-COD-COLEGIO
               END-IF
               READ F-APROBADAS
             END-PERFORM
             CLOSE F-APROBADAS
           END-IF
           .
      ******************************************************************
       2000-CASAR-CENTRO.
           EVALUATE TRUE
             WHEN W-CLAVE-DIRECTORIO = W-CLAVE-COLEGIO
               PERFORM 2100-CENTRO-EN-AMBOS
               PERFORM 2800-LEER-DIRECTORIO
               PERFORM 2900-LEER-COLEGIO
             WHEN W-CLAVE-DIRECTORIO < W-CLAVE-COLEGIO
               PERFORM 2200-CENTRO-SOLO-DIRECTORIO
               PERFORM 2800-LEER-DIRECTORIO
             WHEN OTHER
               PERFORM 2300-CENTRO-SOLO-NUESTRO
               PERFORM 2900-LEER-COLEGIO
           END-EVALUATE
           .
      ******************************************************************
       2100-CENTRO-EN-AMBOS.
           IF DC-CERRADO THEN
             PERFORM 2400-CIERRE-MINISTERIAL
           ELSE
             MOVE 0 TO W-DIFERENCIAS-CENTRO
             MOVE 'M' TO W-ACCION-BUSCADA
             PERFORM 2700-BUSCAR-APROBACION
             PERFORM 2110-COMPARAR-FICHA
             PERFORM 2150-COMPARAR-DB2
             IF W-DIFERENCIAS-CENTRO = 0 THEN
               ADD 1 TO C-COINCIDEN
             ELSE
               ADD 1 TO C-CON-DIFERENCIAS
               IF CENTRO-APROBADO THEN
                 PERFORM 2500-GENERAR-MODIFICACION
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       2110-COMPARAR-FICHA.
           IF NOMB-COLEGIO NOT = DC-NOMBRE THEN
             MOVE 'NOMBRE'     TO LD-CAMPO
             MOVE NOMB-COLEGIO TO LD-NUESTRO
             MOVE DC-NOMBRE    TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
           IF DIRECCION-COLEGIO NOT = DC-DIRECCION THEN
             MOVE 'DOMICILIO'       TO LD-CAMPO
             MOVE DIRECCION-COLEGIO TO LD-NUESTRO
             MOVE DC-DIRECCION      TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
           IF CP-COLEGIO NOT = DC-CP THEN
             MOVE 'CP'         TO LD-CAMPO
             MOVE CP-COLEGIO   TO LD-NUESTRO
             MOVE DC-CP        TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
           IF DIRECTOR-COLEGIO NOT = DC-DIRECTOR THEN
             MOVE 'DIRECTOR'       TO LD-CAMPO
             MOVE DIRECTOR-COLEGIO TO LD-NUESTRO
             MOVE DC-DIRECTOR      TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
           IF TITULARIDAD NOT = DC-TITULARIDAD THEN
             MOVE 'TITULARIDAD'  TO LD-CAMPO
             MOVE TITULARIDAD    TO LD-NUESTRO
             MOVE DC-TITULARIDAD TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
      *    EL IDIOMA EN BLANCO ES CASTELLANO EN LOS DOS LADOS
           MOVE IDIOMA-COLEGIO TO W-IDIOMA-NUESTRO
           IF W-IDIOMA-NUESTRO = SPACE THEN
             MOVE 'C' TO W-IDIOMA-NUESTRO
           END-IF
           MOVE DC-IDIOMA TO W-IDIOMA-MINISTERIO
           IF W-IDIOMA-MINISTERIO = SPACE THEN
             MOVE 'C' TO W-IDIOMA-MINISTERIO
           END-IF
           IF W-IDIOMA-NUESTRO NOT = W-IDIOMA-MINISTERIO THEN
             MOVE 'IDIOMA'            TO LD-CAMPO
             MOVE W-IDIOMA-NUESTRO    TO LD-NUESTRO
             MOVE W-IDIOMA-MINISTERIO TO LD-MINISTERIO
             PERFORM 2190-ESCRIBIR-DIFERENCIA
           END-IF
           .
      ******************************************************************
       2150-COMPARAR-DB2.
      *    MISMA DERIVACION LETRA->NUMERO QUE CCPRAC58
           COMPUTE W-COD-COLEGIO-NUM =
               FUNCTION ORD(W-CLAVE-COLEGIO (1:1)) -
               FUNCTION ORD('A') + 1
           MOVE W-COD-COLEGIO-NUM TO COD-COLEGIO OF DCLCOLEGIOS
           EXEC SQL
             SELECT NOMBRE
               INTO :DCLCOLEGIOS.NOMBRE
               FROM COLEGIOS
              WHERE COD_COLEGIO = :DCLCOLEGIOS.COD-COLEGIO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           EVALUATE TRUE
             WHEN SQL-OK
               IF NOMBRE OF DCLCOLEGIOS NOT = DC-NOMBRE THEN
                 MOVE 'NOMBRE DB2'          TO LD-CAMPO
                 MOVE NOMBRE OF DCLCOLEGIOS TO LD-NUESTRO
                 MOVE DC-NOMBRE             TO LD-MINISTERIO
                 PERFORM 2190-ESCRIBIR-DIFERENCIA
               END-IF
             WHEN SQL-NOT-FOUND
      *        LA MODIFICACION DE CCPRAC58 NO DA DE ALTA LA FILA: ES
      *        UN DESFASE DE LOS QUE DENUNCIA CCPRAC23
               MOVE 'NOMBRE DB2'         TO LD-CAMPO
               MOVE '(NO EXISTE EN DB2)' TO LD-NUESTRO
               MOVE DC-NOMBRE            TO LD-MINISTERIO
               PERFORM 2190-ESCRIBIR-DIFERENCIA
             WHEN OTHER
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACAT*ERROR*SQL* ' W-CLAVE-COLEGIO ' '
                   SQL-ERROR ' ' WS-SQL-MENSAJE
           END-EVALUATE
           .
      ******************************************************************
       2190-ESCRIBIR-DIFERENCIA.
           MOVE W-CLAVE-COLEGIO TO LD-COLEGIO
           IF CENTRO-APROBADO THEN
             MOVE 'APROBADA' TO LD-APROBACION
           ELSE
             MOVE SPACES TO LD-APROBACION
           END-IF
           WRITE LINEA-INFORME FROM LINEA-DIF-DATOS
           ADD 1 TO W-DIFERENCIAS-CENTRO
           ADD 1 TO C-DIFERENCIAS
           .
      ******************************************************************
       2200-CENTRO-SOLO-DIRECTORIO.
      *    UN CENTRO QUE EL MINISTERIO YA TIENE CERRADO Y QUE NOSOTROS
      *    NUNCA TUVIMOS NO ES UNA DIFERENCIA
           IF NOT DC-CERRADO THEN
             ADD 1 TO C-NUEVOS
             MOVE 'A' TO W-ACCION-BUSCADA
             PERFORM 2700-BUSCAR-APROBACION
             MOVE W-CLAVE-DIRECTORIO TO LD-COLEGIO
             MOVE 'CENTRO NUEVO'     TO LD-CAMPO
             MOVE '(NO LO TENEMOS)'  TO LD-NUESTRO
             MOVE DC-NOMBRE          TO LD-MINISTERIO
             IF CENTRO-APROBADO THEN
               MOVE 'APROBADA' TO LD-APROBACION
             ELSE
               MOVE SPACES TO LD-APROBACION
             END-IF
             WRITE LINEA-INFORME FROM LINEA-DIF-DATOS
             IF CENTRO-APROBADO THEN
               PERFORM 2600-GENERAR-ALTA
             END-IF
           END-IF
           .
      ******************************************************************
       2300-CENTRO-SOLO-NUESTRO.
           ADD 1 TO C-NO-FIGURAN
           MOVE W-CLAVE-COLEGIO TO LD-COLEGIO
           MOVE 'NO FIGURA'     TO LD-CAMPO
           MOVE NOMB-COLEGIO    TO LD-NUESTRO
           MOVE '(FALTA EN EL DIRECTORIO)' TO LD-MINISTERIO
           MOVE SPACES          TO LD-APROBACION
           WRITE LINEA-INFORME FROM LINEA-DIF-DATOS
           .
      ******************************************************************
       2400-CIERRE-MINISTERIAL.
      *    NO SE GENERA BAJA (CCPRAC58 LA RECHAZA CON ALUMNOS): EL
      *    CIERRE ES UNA FUSION CON EL SUCESOR POR CCPRAC63
           ADD 1 TO C-CERRADOS
           MOVE W-CLAVE-COLEGIO TO LD-COLEGIO
           MOVE 'CERRADO'       TO LD-CAMPO
           MOVE NOMB-COLEGIO    TO LD-NUESTRO
           MOVE '(CERRADO POR EL MINISTERIO)' TO LD-MINISTERIO
           MOVE SPACES          TO LD-APROBACION
           WRITE LINEA-INFORME FROM LINEA-DIF-DATOS
           MOVE W-CLAVE-COLEGIO TO LCI-ORIGEN
           IF DC-COD-SUCESOR = SPACES THEN
             MOVE '??' TO LCI-DESTINO
           ELSE
             MOVE DC-COD-SUCESOR TO LCI-DESTINO
           END-IF
           WRITE LINEA-INFORME FROM LINEA-CIERRE-DATOS
           .
      ******************************************************************
       2500-GENERAR-MODIFICACION.
      *    EL TELEFONO NO VIENE EN EL DIRECTORIO: SE CONSERVA EL NUESTRO
           MOVE 'M'                TO LT-OPCION
           MOVE W-CLAVE-COLEGIO    TO LT-COD-COLEGIO
           MOVE TELEFONO-COLEGIO   TO LT-TELEFONO
           PERFORM 2550-DATOS-DEL-DIRECTORIO
           WRITE LINEA-TRANSACCION FROM LINEA-TRANS-DATOS
           ADD 1 TO C-TRANS-MODIF
           .
      ******************************************************************
       2550-DATOS-DEL-DIRECTORIO.
           MOVE DC-NOMBRE          TO LT-NOMBRE
           MOVE DC-DIRECCION       TO LT-DIRECCION
           MOVE DC-CP              TO LT-CP
           MOVE DC-DIRECTOR        TO LT-DIRECTOR
           MOVE DC-TITULARIDAD     TO LT-TITULARIDAD
           MOVE DC-IDIOMA          TO LT-IDIOMA
           .
      ******************************************************************
       2600-GENERAR-ALTA.
           MOVE 'A'                TO LT-OPCION
           MOVE W-CLAVE-DIRECTORIO TO LT-COD-COLEGIO
           MOVE SPACES             TO LT-TELEFONO
           PERFORM 2550-DATOS-DEL-DIRECTORIO
           WRITE LINEA-TRANSACCION FROM LINEA-TRANS-DATOS
           ADD 1 TO C-TRANS-ALTA
           .
      ******************************************************************
       2700-BUSCAR-APROBACION.
           SET CENTRO-SIN-APROBAR TO TRUE
           PERFORM VARYING WS-IDX-APROB FROM 1 BY 1
                   UNTIL WS-IDX-APROB > C-APROBADAS
                      OR CENTRO-APROBADO
             IF TAP-COD-COLEGIO (WS-IDX-APROB) = W-CLAVE-DIRECTORIO
                 AND TAP-ACCION (WS-IDX-APROB) = W-ACCION-BUSCADA THEN
               SET CENTRO-APROBADO TO TRUE
               SET TAP-APROBACION-USADA (WS-IDX-APROB) TO TRUE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2800-LEER-DIRECTORIO.
           READ F-DIRECTORIO
           IF FS-DIRECTORIO-OK THEN
             ADD 1 TO C-DIRECTORIO
             MOVE DC-COD-COLEGIO TO W-CLAVE-DIRECTORIO
             IF W-CLAVE-DIRECTORIO NOT > W-CLAVE-ANTERIOR THEN
               DISPLAY '*CCPRACAT*DIRECTORIO*FUERA*DE*ORDEN* '
                   W-CLAVE-DIRECTORIO
               PERFORM 5000-END-PROGRAM
             END-IF
             MOVE W-CLAVE-DIRECTORIO TO W-CLAVE-ANTERIOR
           ELSE
             MOVE HIGH-VALUES TO W-CLAVE-DIRECTORIO
           END-IF
           .
      ******************************************************************
       2900-LEER-COLEGIO.
           READ F-COLEGIOS
           IF FS-COLEGIOS-OK THEN
             MOVE COD-COLEGIO OF REG-FCOLEGIO TO W-CLAVE-COLEGIO
           ELSE
             MOVE HIGH-VALUES TO W-CLAVE-COLEGIO
           END-IF
           .
      ******************************************************************
       4000-FIN.
           PERFORM VARYING WS-IDX-APROB FROM 1 BY 1
                   UNTIL WS-IDX-APROB > C-APROBADAS
             IF NOT TAP-APROBACION-USADA (WS-IDX-APROB) THEN
               DISPLAY '*CCPRACAT*APROBACION*SIN*DIFERENCIA* '
                   TAP-COD-COLEGIO (WS-IDX-APROB) ' '
                   TAP-ACCION (WS-IDX-APROB)
             END-IF
           END-PERFORM
           DISPLAY '******************************************'
           DISPLAY 'RESUMEN CCPRACAT'
           DISPLAY 'CENTROS EN EL DIRECTORIO: ' C-DIRECTORIO
           DISPLAY 'COINCIDEN:                ' C-COINCIDEN
           DISPLAY 'CON DIFERENCIAS:          ' C-CON-DIFERENCIAS
           DISPLAY 'DIFERENCIAS DE CAMPO:     ' C-DIFERENCIAS
           DISPLAY 'CERRADOS (VER CCPRAC63):  ' C-CERRADOS
           DISPLAY 'NUEVOS EN EL DIRECTORIO:  ' C-NUEVOS
           DISPLAY 'NUESTROS SIN DIRECTORIO:  ' C-NO-FIGURAN
           DISPLAY 'TRANSACCIONES DE ALTA:    ' C-TRANS-ALTA
           DISPLAY 'TRANSACCIONES DE MODIF.:  ' C-TRANS-MODIF
           DISPLAY '******************************************'
           CLOSE F-DIRECTORIO
           CLOSE F-COLEGIOS
           CLOSE F-INFORME
           CLOSE F-TRANSACCIONES
           MOVE C-DIRECTORIO TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAT' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
