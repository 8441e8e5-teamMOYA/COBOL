      *                 SE OMITE Y SE DENUNCIA, Y EL RESULTADO DE      *
      *                 CADA CRUCE QUEDA EN LA AUDITORIA (MODAUDIT)    *
      *                 PARA PODER DEMOSTRARLO A LOS AUDITORES.        *
      *                 CON EL REGISTRO DEL BANCO DE LIBROS (RPRESTAM, *
      *                 OPCIONAL) TODA BAJA AUTORIZADA Y TODO TRASLADO *
      *                 DE UN ALUMNO CON LIBROS PRESTADOS O NO         *
      *                 DEVUELTOS SE DENUNCIA Y QUEDA EN LA AUDITORIA, *
      *                 PARA RECLAMARLOS ANTES DE CERRAR SU            *
      *                 EXPEDIENTE.                                    *
      *                 ANTES DE APLICAR CADA TRANSACCION SE COMPRUEBA *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE USAR ESA OPCION SOBRE ESE       *
      *                 COLEGIO; SI NO, SE RECHAZA Y QUEDA ANOTADA EN  *
      *                 EL DIARIO AUTOLOG.                             *
      *                 LA BAJA LLEVA UN MOTIVO: LA DE TRASLADO FUERA  *
      *                 DE LA PROVINCIA ('T') SOLO SE APLICA SI SU     *
      *                 EXPEDIENTE YA CONSTA ENVIADO EN EL REGISTRO    *
      *                 RENVEXPE DE CCPRACAV (DD EXPEDENV), PORQUE LA  *
      *                 BAJA BORRA SUS NOTAS; SI NO, SE OMITE Y QUEDA  *
      *                 EN LA AUDITORIA.                               *
      *                 UN ALTA SIN NIF (NINOS SIN DNI NI NIE) RECIBE  *
      *                 EL SIGUIENTE NUMERO INTERNO DE ALUMNO (NIA,    *
      *                 'N', 7 DIGITOS Y LETRA, CONTADOR EN NIACTRL    *
      *                 QUE SE REGRABA EN CADA ASIGNACION), QUE HACE   *
      *                 DE NIF EN TODAS LAS TABLAS; CADA ASIGNACION    *
      *                 QUEDA EN EL REGISTRO RNIAREG (DD NIAREG), EN   *
      *                 EL QUE CCPRAC48 ANOTA LUEGO SU VINCULACION AL  *
      *                 DNI.                                           *
      *                 SI NIACTRL NO EXISTE O ESTA VACIO EL CONTADOR  *
      *                 SE SIEMBRA CON EL MAYOR NIA DE LA TABLA        *
      *                 ALUMNOS Y SE AVISA; SI EXISTE Y NO SE PUEDE    *
      *                 LEER EL PROGRAMA SE PARA CON RC 12.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-REGLOTES ASSIGN REGLOTES
               FILE STATUS IS FS-REGLOTES.

           SELECT F-PRESTAMOS ASSIGN PRESTAMO
               FILE STATUS IS FS-PRESTAMOS.

           SELECT F-ENVIOS ASSIGN EXPEDENV
               FILE STATUS IS FS-ENVIOS.

           SELECT F-NIACTRL ASSIGN NIACTRL
               FILE STATUS IS FS-NIACTRL.

           SELECT F-NIAREG ASSIGN NIAREG
               FILE STATUS IS FS-NIAREG.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           05 FILLER        PIC X.
           05 F-FECHA-NAC   PIC X(8).
           05 F-SEXO        PIC X.
           05 F-MOTIVO-BAJA PIC X.
               88 F-BAJA-POR-TRASLADO  VALUE 'T'.
           05 FILLER        PIC X(28).

       FD F-TRASLADOS
           RECORDING MODE IS F.
           05 FILLER        PIC X(46).


       FD F-PRESTAMOS
           RECORDING MODE IS F.
           COPY RPRESTAM.

       FD F-ENVIOS
           RECORDING MODE IS F.
           COPY RENVEXPE.

       FD F-NIACTRL
           RECORDING MODE IS F
           DATA RECORD REG-NIACTRL.
       01 REG-NIACTRL              PIC X(80).

       FD F-NIAREG
           RECORDING MODE IS F.
           COPY RNIAREG.

       FD F-AUTORIZA
           RECORDING MODE IS F
           DATA RECORD REG-AUTORIZA.
           05 FS-REGLOTES PIC XX.
               88 FS-REGLOTES-OK        VALUE '00'.
               88 FS-REGLOTES-NO-EXISTE VALUE '35'.
           05 FS-PRESTAMOS PIC XX.
               88 FS-PRESTAMOS-OK       VALUE '00'.
           05 FS-ENVIOS PIC XX.
               88 FS-ENVIOS-OK          VALUE '00'.
           05 FS-NIACTRL PIC XX.
               88 FS-NIACTRL-OK         VALUE '00'.
               88 FS-NIACTRL-NO-EXISTE  VALUE '35'.
           05 FS-NIAREG PIC XX.
               88 FS-NIAREG-OK          VALUE '00'.
               88 FS-NIAREG-NO-EXISTE   VALUE '35'.

           COPY WSQLCOD.

           05 C-MODIF-OK          PIC 9(5) VALUE 0.
           05 C-MODIF-ERR         PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-DUPLICADO-FLAG       PIC X VALUE 'N'.
           88 WS-ES-DUPLICADO          VALUE 'S'.

       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.


       01 T-AUTORIZACIONES.
           05 C-AUTORIZACIONES    PIC 999 VALUE 0.

       01 WS-CLAVE-BAJA           PIC X(9).

       01 T-LIBROS-PENDIENTES.
           05 C-LIBROS-PEND       PIC 9(4) VALUE 0.
           05 T-LP-NIF OCCURS 5000 PIC X(9).
       01 WS-IDX-LP               PIC 9(4).
       01 WS-LP-FLAG              PIC X.
           88 CON-LIBROS-PENDIENTES    VALUE 'S'.
       01 C-AVISOS-LIBROS         PIC 9(5) VALUE 0.

       01 T-EXPEDIENTES-ENVIADOS.
           05 C-EXPED-ENVIADOS    PIC 9(4) VALUE 0.
           05 T-EE-NIF OCCURS 2000 PIC X(9).
       01 WS-IDX-EE               PIC 9(4).
       01 WS-EE-FLAG              PIC X.
           88 EXPEDIENTE-ENVIADO       VALUE 'S'.
       01 C-BAJAS-SIN-EXPED       PIC 9(5) VALUE 0.
       01 WS-MOTIVO-AVISO         PIC X(8).

      *    NUMERO INTERNO DE ALUMNO: ULTIMO NUMERO ASIGNADO EN NIACTRL
       01 WS-REG-NIACTRL.
           05 WS-NIA-ULTIMO       PIC 9(7).
           05 FILLER              PIC X(73).
       01 WS-TABLA-LETRAS-NIA     PIC X(23)
           VALUE 'TRWAGMYFPDXBNJZSQVHLCKE'.
       01 WS-NIA-NUM              PIC 9(8).
       01 WS-NIA-RESTO            PIC 99.
       01 WS-NIA-POS              PIC 99.
       01 WS-NIA-FLAG             PIC X VALUE 'N'.
           88 NIA-ASIGNADO             VALUE 'S'.
       01 WS-NIA-MAXIMO.
           05 WS-NIA-MAX-LETRA    PIC X.
           05 WS-NIA-MAX-NUM      PIC X(7).
           05 FILLER              PIC X.
       01 C-NIAS-ASIGNADOS        PIC 9(5) VALUE 0.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-JOURNAL
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-AUTORIZACIONES
           PERFORM 1300-CARGAR-LIBROS-PENDIENTES
           PERFORM 1400-CARGAR-EXPEDIENTES-ENVIADOS
           PERFORM 1500-LEER-CONTADOR-NIA
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC25'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
               DISPLAY FS-JOURNAL
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN EXTEND F-NIAREG
           IF FS-NIAREG-NO-EXISTE THEN
               OPEN OUTPUT F-NIAREG
           END-IF
           IF NOT FS-NIAREG-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO REGISTRO NIA'
               DISPLAY FS-NIAREG
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-DATOS.
            IF F-OPCION = '*' THEN
             PERFORM 2080-CABECERA-LOTE
            ELSE
             PERFORM 2070-COMPROBAR-AUTORIZACION
            END-IF
            IF F-OPCION NOT = '*' AND W-OPERADOR-AUTORIZADO THEN
             MOVE 'N' TO WS-NIA-FLAG
             IF F-OPCION = 'A' AND F-NIF = SPACES THEN
               PERFORM 2095-ASIGNAR-NIA
             END-IF
             MOVE F-NIF         TO NIF OF DCLALUMNOS
             MOVE F-NOMBRE      TO NOMBRE OF DCLALUMNOS
             MOVE F-COD-COLEGIO TO COD-COLEGIO OF DCLALUMNOS
                   IF NOT WS-ES-DUPLICADO THEN
                     DISPLAY 'ALTA ALUMNO CORRECTA DE  ' F-NIF
                     ADD 1 TO C-ALTAS-OK
                     IF NIA-ASIGNADO THEN
                       PERFORM 2097-REGISTRAR-NIA
                     END-IF
                   END-IF
                 WHEN 'B'
                   IF NOT WS-BAJA-OMITIDA THEN
           MOVE F-OPERADOR        TO JR-OPERADOR
           WRITE REG-JOURNAL
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    EL COLEGIO QUE CUENTA ES EL DE LA TRANSACCION (EL DE DESTINO
      *    EN LAS MODIFICACIONES); SIN COLEGIO INFORMADO SOLO CUENTAN
      *    EL PROGRAMA Y LA OPCION
           MOVE F-OPERADOR TO W-AUT-OPERADOR
           MOVE F-OPCION   TO W-AUT-TRANS
           IF F-COD-COLEGIO IS NUMERIC THEN
             MOVE F-COD-COLEGIO TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  F-NIF DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC25'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC25*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-OPCION ' ' F-NIF ' ' F-COD-COLEGIO
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       1200-CARGAR-AUTORIZACIONES.
      *    FICHERO DE PREAUTORIZACIONES PREPARADO POR UNA SEGUNDA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       1300-CARGAR-LIBROS-PENDIENTES.
      *    EL REGISTRO VIENE POR NIF: UNA ENTRADA POR ALUMNO CON
      *    ALGUN LIBRO PRESTADO O NO DEVUELTO
           OPEN INPUT F-PRESTAMOS
           IF NOT FS-PRESTAMOS-OK THEN
               DISPLAY 'SIN REGISTRO DE PRESTAMOS - BAJAS Y '
                   'TRASLADOS SIN CONTROL DE LIBROS'
           ELSE
             READ F-PRESTAMOS
             PERFORM UNTIL NOT FS-PRESTAMOS-OK
                 OR C-LIBROS-PEND >= 5000
               IF PR-PENDIENTE THEN
                 IF C-LIBROS-PEND = 0 THEN
                   ADD 1 TO C-LIBROS-PEND
                   MOVE PR-NIF TO T-LP-NIF (C-LIBROS-PEND)
                 ELSE
                   IF T-LP-NIF (C-LIBROS-PEND) NOT = PR-NIF THEN
                     ADD 1 TO C-LIBROS-PEND
                     MOVE PR-NIF TO T-LP-NIF (C-LIBROS-PEND)
                   END-IF
                 END-IF
               END-IF
               READ F-PRESTAMOS
             END-PERFORM
             CLOSE F-PRESTAMOS
           END-IF
           .
      ******************************************************************
       1350-AVISAR-LIBROS-PENDIENTES.
           MOVE 'N' TO WS-LP-FLAG
           PERFORM VARYING WS-IDX-LP FROM 1 BY 1
                   UNTIL WS-IDX-LP > C-LIBROS-PEND
                      OR CON-LIBROS-PENDIENTES
             IF T-LP-NIF (WS-IDX-LP) = F-NIF THEN
               MOVE 'S' TO WS-LP-FLAG
             END-IF
           END-PERFORM
           IF CON-LIBROS-PENDIENTES THEN
             DISPLAY '*CCPRAC25*LIBROS*PENDIENTES* ' F-NIF ' - '
                 WS-MOTIVO-AVISO
             ADD 1 TO C-AVISOS-LIBROS
             MOVE SPACES TO WS-CLAVE-AUDITORIA
             STRING 'LIBROS=' DELIMITED BY SIZE
                    F-NIF DELIMITED BY SIZE
               INTO WS-CLAVE-AUDITORIA
             MOVE 0 TO SQL-ERROR
             CALL "MODAUDIT" USING 'CCPRAC25' WS-CLAVE-AUDITORIA
                 SQL-ERROR
             END-CALL
           END-IF
           .
      ******************************************************************
       1400-CARGAR-EXPEDIENTES-ENVIADOS.
      *    REGISTRO DE EXPEDIENTES ENVIADOS POR TRASLADO FUERA DE LA
      *    PROVINCIA (CCPRACAV): SIN EL, TODA BAJA POR TRASLADO SE
      *    OMITE
           OPEN INPUT F-ENVIOS
           IF NOT FS-ENVIOS-OK THEN
               DISPLAY 'SIN REGISTRO DE EXPEDIENTES ENVIADOS - TODA '
                   'BAJA POR TRASLADO SERA OMITIDA'
           ELSE
             READ F-ENVIOS
             PERFORM UNTIL NOT FS-ENVIOS-OK
                 OR C-EXPED-ENVIADOS >= 2000
               ADD 1 TO C-EXPED-ENVIADOS
               MOVE EV-NIF TO T-EE-NIF (C-EXPED-ENVIADOS)
               READ F-ENVIOS
             END-PERFORM
             CLOSE F-ENVIOS
           END-IF
           .
      ******************************************************************
       1450-BUSCAR-EXPEDIENTE-ENVIADO.
           MOVE 'N' TO WS-EE-FLAG
           PERFORM VARYING WS-IDX-EE FROM 1 BY 1
                   UNTIL WS-IDX-EE > C-EXPED-ENVIADOS
                      OR EXPEDIENTE-ENVIADO
             IF T-EE-NIF (WS-IDX-EE) = F-NIF THEN
               MOVE 'S' TO WS-EE-FLAG
             END-IF
           END-PERFORM
           .
      ******************************************************************
       1500-LEER-CONTADOR-NIA.
      *    SIN CONTADOR (PRIMERA VEZ O FICHERO VACIO) SE PARTE DEL
      *    MAYOR NIA QUE YA HAY EN ALUMNOS, NUNCA DE CERO; UN CONTADOR
      *    QUE EXISTE Y NO SE PUEDE LEER PARA EL PROGRAMA
           OPEN INPUT F-NIACTRL
           IF FS-NIACTRL-NO-EXISTE THEN
               PERFORM 1510-SEMBRAR-CONTADOR-NIA
           ELSE
             IF NOT FS-NIACTRL-OK THEN
               DISPLAY 'ERROR LEER FICHERO CONTADOR NIA'
               DISPLAY FS-NIACTRL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-NIACTRL INTO WS-REG-NIACTRL
             IF FS-NIACTRL = '10' THEN
               PERFORM 1510-SEMBRAR-CONTADOR-NIA
             ELSE
               IF NOT FS-NIACTRL-OK OR WS-NIA-ULTIMO NOT NUMERIC THEN
                 DISPLAY '*CCPRAC25*ABEND*CONTADOR*NIA*ILEGIBLE* '
                     FS-NIACTRL
                 CLOSE F-NIACTRL
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
             END-IF
             CLOSE F-NIACTRL
           END-IF
           .
      ******************************************************************
       1510-SEMBRAR-CONTADOR-NIA.
           EXEC SQL
             SELECT COALESCE(MAX(NIF), 'N0000000 ')
               INTO :WS-NIA-MAXIMO
               FROM ALUMNOS
              WHERE NIF LIKE 'N%'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-NIA-MAX-NUM NOT NUMERIC THEN
               MOVE SQLCODE TO SQL-ERROR
               DISPLAY '*CCPRAC25*ABEND*NO*SE*PUEDE*SEMBRAR*CONTADOR* '
                   SQL-ERROR ' ' WS-NIA-MAXIMO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-NIA-MAX-NUM TO WS-NIA-ULTIMO
           DISPLAY '*CCPRAC25*AVISO*SIN*CONTADOR*NIA* - SE SIEMBRA '
               'DESDE EL MAYOR NIA DE ALUMNOS: ' WS-NIA-ULTIMO
           .
      ******************************************************************
       2095-ASIGNAR-NIA.
      *    EL NIA ES 'N' + 7 DIGITOS + LETRA (MODULO 23, LA N VALE 0
      *    COMO LA X DEL NIE), PARA QUE MODVALNI LO ACEPTE Y NO SE
      *    CONFUNDA CON NINGUN DNI NI NIE. EL CONTADOR SE REGRABA AL
      *    MOMENTO: UN NIA NO SE REPITE AUNQUE EL ALTA FALLE DESPUES
           ADD 1 TO WS-NIA-ULTIMO
           MOVE WS-NIA-ULTIMO TO WS-NIA-NUM
           MOVE FUNCTION MOD(WS-NIA-NUM, 23) TO WS-NIA-RESTO
           ADD 1 TO WS-NIA-RESTO GIVING WS-NIA-POS
           MOVE SPACES TO F-NIF
           STRING 'N' DELIMITED BY SIZE
                  WS-NIA-ULTIMO DELIMITED BY SIZE
                  WS-TABLA-LETRAS-NIA (WS-NIA-POS:1) DELIMITED BY SIZE
             INTO F-NIF
           OPEN OUTPUT F-NIACTRL
           IF NOT FS-NIACTRL-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO CONTADOR NIA'
               DISPLAY FS-NIACTRL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES TO WS-REG-NIACTRL (8:73)
           WRITE REG-NIACTRL FROM WS-REG-NIACTRL
           CLOSE F-NIACTRL
           MOVE 'S' TO WS-NIA-FLAG
           DISPLAY 'ALTA SIN NIF, ASIGNADO NIA ' F-NIF ' A '
               F-NOMBRE
           .
      ******************************************************************
       2097-REGISTRAR-NIA.
           INITIALIZE REG-NIA
           SET NR-ASIGNACION     TO TRUE
           MOVE F-NIF            TO NR-NIA
           MOVE SPACES           TO NR-NIF
           STRING WS-FJ-AAAA WS-FJ-MM WS-FJ-DD
               DELIMITED BY SIZE INTO NR-FECHA
           MOVE F-COD-COLEGIO    TO NR-COLEGIO
           MOVE F-NOMBRE         TO NR-NOMBRE
           MOVE 'CCPRAC25'       TO NR-PROGRAMA
           MOVE F-OPERADOR       TO NR-OPERADOR
           WRITE REG-NIA
           ADD 1 TO C-NIAS-ASIGNADOS
           .
      ******************************************************************
       2080-CABECERA-LOTE.
      *    REGISTRO * DE CABECERA CON EL IDENTIFICADOR DEL LOTE: SI
           MOVE F-NIF TO WS-CLAVE-BAJA
           PERFORM 1250-BUSCAR-AUTORIZACION
           MOVE SPACES TO WS-CLAVE-AUDITORIA
           IF BAJA-AUTORIZADA AND F-BAJA-POR-TRASLADO THEN
             PERFORM 1450-BUSCAR-EXPEDIENTE-ENVIADO
           ELSE
             MOVE 'S' TO WS-EE-FLAG
           END-IF
           EVALUATE TRUE
             WHEN BAJA-AUTORIZADA AND NOT EXPEDIENTE-ENVIADO
               DISPLAY '*BAJA*TRASLADO*SIN*EXPEDIENTE* ' WS-CLAVE-BAJA
                   ' - OMITIDA'
               SET WS-BAJA-OMITIDA TO TRUE
               ADD 1 TO C-BAJAS-SIN-EXPED
               STRING 'BAJA-NOEXP=' DELIMITED BY SIZE
                      WS-CLAVE-BAJA DELIMITED BY SIZE
                 INTO WS-CLAVE-AUDITORIA
               MOVE 0 TO SQL-ERROR
               CALL "MODAUDIT" USING 'CCPRAC25' WS-CLAVE-AUDITORIA
                   SQL-ERROR
               END-CALL
               MOVE 0 TO SQLCODE
             WHEN BAJA-AUTORIZADA
               STRING 'BAJA-AUT=' DELIMITED BY SIZE
                      WS-CLAVE-BAJA DELIMITED BY SIZE
                 INTO WS-CLAVE-AUDITORIA
               MOVE 0 TO SQL-ERROR
               CALL "MODAUDIT" USING 'CCPRAC25' WS-CLAVE-AUDITORIA
                   SQL-ERROR
               END-CALL
               MOVE 'BAJA    ' TO WS-MOTIVO-AVISO
               PERFORM 1350-AVISAR-LIBROS-PENDIENTES
               PERFORM 2200-BAJA
             WHEN OTHER
               DISPLAY '*BAJA*SIN*AUTORIZACION** ' WS-CLAVE-BAJA
                   ' - OMITIDA'
               SET WS-BAJA-OMITIDA TO TRUE
               ADD 1 TO C-BAJAS-SIN-AUT
               STRING 'BAJA-NOAUT=' DELIMITED BY SIZE
                      WS-CLAVE-BAJA DELIMITED BY SIZE
                 INTO WS-CLAVE-AUDITORIA
               MOVE 0 TO SQL-ERROR
               CALL "MODAUDIT" USING 'CCPRAC25' WS-CLAVE-AUDITORIA
                   SQL-ERROR
               END-CALL
               MOVE 0 TO SQLCODE
           END-EVALUATE
           .
      ******************************************************************
       2200-BAJA.
           IF SQLCODE = 0 AND COLEGIO-ANTES-LEIDO
               AND WS-COLEGIO-ANTES NOT = F-COD-COLEGIO THEN
             PERFORM 2330-REGISTRAR-TRASLADO
             MOVE 'TRASLADO' TO WS-MOTIVO-AVISO
             PERFORM 1350-AVISAR-LIBROS-PENDIENTES
           END-IF
           .
      ******************************************************************
           DISPLAY 'MODIF. CORRECTAS: ' C-MODIF-OK
           DISPLAY 'MODIF. CON ERROR: ' C-MODIF-ERR
           DISPLAY 'BAJAS SIN AUTORIZAR:' C-BAJAS-SIN-AUT
           DISPLAY 'BAJAS SIN EXPEDIENTE:' C-BAJAS-SIN-EXPED
           DISPLAY 'REINTENTOS TOTALES:' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:   ' C-NO-AUTORIZADAS
           DISPLAY 'TRASLADOS ANOTADOS:' C-TRASLADOS
           DISPLAY 'AVISOS DE LIBROS:  ' C-AVISOS-LIBROS
           DISPLAY 'NIA ASIGNADOS:     ' C-NIAS-ASIGNADOS
           DISPLAY '******************************************'
           .
      ******************************************************************
           CLOSE F-ENTRADA
           CLOSE F-TRASLADOS
           CLOSE F-JOURNAL
           CLOSE F-NIAREG
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC25'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
