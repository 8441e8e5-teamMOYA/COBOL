       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB5.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: ENTRADA DIARIA DE PETICIONES DEL PORTAL DE     *
      *                 FAMILIAS (RPORTIN), QUE HASTA AHORA LLEGABAN   *
      *                 EN PAPELETAS. LAS JUSTIFICACIONES DE FALTAS SE *
      *                 VALIDAN (NIF VIA MODVALNI, ASIGNATURA 1-6,     *
      *                 TRIMESTRE 1-3, HORAS Y MOTIVO) Y ENTRAN EN LA  *
      *                 COLA DEL TUTOR (RJUSTIFI), QUE SE CARGA EN     *
      *                 TABLA Y SE REESCRIBE COMPLETA (MOLDE DE        *
      *                 CCPRAC95). LOS CAMBIOS DE CONTACTO Y           *
      *                 CONSENTIMIENTO SE PASAN TAL CUAL, CON SU       *
      *                 NUMERO DE PETICION, AL FICHERO DE              *
      *                 TRANSACCIONES DE CCPRAC94, QUE LOS VALIDA Y    *
      *                 APLICA CON EL OPERADOR PORTAL. LAS             *
      *                 RESOLUCIONES DEL TUTOR (TUTORRES, OPCIONAL: A  *
      *                 APROBAR, D DENEGAR, COMPROBADAS EN LA MATRIZ   *
      *                 DE AUTORIZACION MODAUTOR COMO MODIFICACION)    *
      *                 CIERRAN LAS PENDIENTES; CADA APROBADA SALE EN  *
      *                 EL FICHERO DE FALTAS A JUSTIFICAR (RFALTAS CON *
      *                 TIPO-CARGA 'J') QUE APLICA CCPRAC28. EL ACUSE  *
      *                 PARA EL PORTAL (RACUPORT) LLEVA UNA LINEA POR  *
      *                 PETICION RECIBIDA Y POR RESOLUCION, Y CCPRAC94 *
      *                 LE ANADE LAS DE CONTACTO. LA LISTA DE          *
      *                 PENDIENTES SALE PARA LOS TUTORES. LAS          *
      *                 RESUELTAS DE ANTES DEL ANO ANTERIOR YA NO SE   *
      *                 RECARGAN EN LA COLA.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PORTAL ASSIGN PORTALIN
               FILE STATUS IS FS-PORTAL.

           SELECT F-RESOLUCIONES ASSIGN TUTORRES
               FILE STATUS IS FS-RESOLUCIONES.

           SELECT F-COLA ASSIGN JUSTIFIC
               FILE STATUS IS FS-COLA.

           SELECT F-CONTACTOS ASSIGN CONTTRAN
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-FALTAS ASSIGN JUSTFALT
               FILE STATUS IS FS-FALTAS.

           SELECT F-ACUSES ASSIGN ACUPORT
               FILE STATUS IS FS-ACUSES.

           SELECT F-LISTADO ASSIGN LISTPEND
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-PORTAL
           RECORDING MODE IS F.
           COPY RPORTIN.

       FD F-RESOLUCIONES
           RECORDING MODE IS F
           DATA RECORD FD-RESOLUCION.
       01 FD-RESOLUCION.
           05 E-OPCION       PIC X.
           05 FILLER         PIC X.
           05 E-FECHA        PIC X(8).
           05 FILLER         PIC X.
           05 E-REFERENCIA   PIC 9(4).
           05 FILLER         PIC X.
           05 E-OPERADOR     PIC X(8).
           05 FILLER         PIC X.
           05 E-MOTIVO       PIC X(30).
           05 FILLER         PIC X(25).

       FD F-COLA
           RECORDING MODE IS F.
           COPY RJUSTIFI.

       FD F-CONTACTOS
           RECORDING MODE IS F
           DATA RECORD REG-TRANS-CONTACTO.
       01 REG-TRANS-CONTACTO       PIC X(80).

       FD F-FALTAS
           RECORDING MODE IS F.
           COPY RFALTAS.

       FD F-ACUSES
           RECORDING MODE IS F.
           COPY RACUPORT.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PORTAL  PIC XX.
               88 FS-PORTAL-OK      VALUE '00'.
               88 FS-PORTAL-EOF     VALUE '10'.
           05 FS-RESOLUCIONES PIC XX.
               88 FS-RESOLUCIONES-OK  VALUE '00'.
               88 FS-RESOLUCIONES-EOF VALUE '10'.
           05 FS-COLA PIC XX.
               88 FS-COLA-OK        VALUE '00'.
               88 FS-COLA-NO-EXISTE VALUE '35'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
           05 FS-FALTAS PIC XX.
               88 FS-FALTAS-OK      VALUE '00'.
           05 FS-ACUSES PIC XX.
               88 FS-ACUSES-OK      VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-EN-COLA           PIC 9(5) VALUE 0.
           05 C-CONTACTOS         PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-RESOLUCIONES      PIC 9(5) VALUE 0.
           05 C-APROBADAS         PIC 9(5) VALUE 0.
           05 C-DENEGADAS         PIC 9(5) VALUE 0.
           05 C-RES-RECHAZADAS    PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.
           05 C-PENDIENTES        PIC 9(5) VALUE 0.
           05 C-DESCARTADAS       PIC 9(5) VALUE 0.

       01 T-COLA.
           05 C-COLA           PIC 9(4) VALUE 0.
           05 T-JU-ENTRADA OCCURS 3000.
               10 T-JU-FECHA    PIC X(8).
               10 T-JU-REF      PIC 9(4).
               10 T-JU-NIF      PIC X(9).
               10 T-JU-ASIG     PIC 9.
               10 T-JU-ANO      PIC 9(4).
               10 T-JU-TRIM     PIC 9.
               10 T-JU-HORAS    PIC 9(3).
               10 T-JU-MOTIVO   PIC X(30).
               10 T-JU-ESTADO   PIC X.
               10 T-JU-F-RES    PIC X(8).
               10 T-JU-OPERADOR PIC X(8).

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-CLAVE         PIC 9(4).

       01 WS-RESOLUCIONES-FLAG PIC X VALUE 'N'.
           88 HAY-RESOLUCIONES      VALUE 'S'.

       01 WS-RECHAZO-FLAG      PIC X.
           88 PETICION-RECHAZADA    VALUE 'S'.

       01 W-NIF-LOOKUP.
           05 W-VAL-NIF         PIC X(9).
           05 W-VAL-VALIDO      PIC X.
               88 W-NIF-VALIDO          VALUE 'S'.
           05 W-VAL-REGLA       PIC X(12).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 W-ACUSE.
           05 W-AC-FECHA        PIC X(8).
           05 W-AC-REFERENCIA   PIC 9(4).
           05 W-AC-TIPO         PIC X.
           05 W-AC-NIF          PIC X(9).
           05 W-AC-ESTADO       PIC X.
           05 W-AC-MOTIVO       PIC X(40).

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD.
               10 WS-FH-ANO     PIC 9(4).
               10 FILLER        PIC X(4).
           05 FILLER            PIC X(13).
       01 WS-ANO-LIMITE        PIC 9(4).

      *    TRANSACCION DE CONTACTO EN EL FORMATO DE ENTRADA DE CCPRAC94
      *    (NUMERO DE PETICION EN LA COLUMNA 77)
       01 LINEA-TRANS-CONTACTO.
           05 TC-OPCION      PIC X.
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-NIF         PIC X(9).
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-DIRECCION   PIC X(25).
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-CP          PIC X(5).
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-TUTOR       PIC X(20).
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-TELEFONO    PIC X(9).
           05 FILLER         PIC X     VALUE SPACE.
           05 TC-CONSENT     PIC X.
           05 TC-REFERENCIA  PIC 9(4).

       01 LINEA-LIS-CABECERA.
           05 FILLER  PIC X(38) VALUE
               'JUSTIFICACIONES PENDIENTES DEL TUTOR A'.
           05 FILLER  PIC X     VALUE SPACE.
           05 LLC-FECHA PIC X(8).
           05 FILLER  PIC X(33) VALUE SPACES.

       01 LINEA-LIS-PENDIENTE.
           05 LLP-FECHA     PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LLP-REF       PIC 9(4).
           05 FILLER        PIC X     VALUE SPACE.
           05 LLP-NIF       PIC X(9).
           05 FILLER        PIC X(6)  VALUE ' ASIG '.
           05 LLP-ASIG      PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LLP-ANO       PIC 9(4).
           05 FILLER        PIC X(3)  VALUE ' T'.
           05 LLP-TRIM      PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LLP-HORAS     PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE 'H '.
           05 LLP-MOTIVO    PIC X(30).
           05 FILLER        PIC X(5)  VALUE SPACES.

       01 LINEA-LIS-TOTAL.
           05 FILLER        PIC X(20) VALUE 'TOTAL PENDIENTES:   '.
           05 LLT-PENDIENTES PIC ZZZZ9.
           05 FILLER        PIC X(55) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-PORTAL UNTIL FS-PORTAL-EOF
           IF HAY-RESOLUCIONES THEN
             PERFORM 2500-PROCESO-RESOLUCIONES
                 UNTIL FS-RESOLUCIONES-EOF
           END-IF
           PERFORM 3000-REESCRIBIR-COLA
           PERFORM 3100-LISTAR-PENDIENTES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           COMPUTE WS-ANO-LIMITE = WS-FH-ANO - 1
           INITIALIZE T-COLA
           PERFORM 1100-CARGAR-COLA
           PERFORM 1200-ABRIR-FICHEROS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACB5'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-COLA.
           OPEN INPUT F-COLA
           IF FS-COLA-NO-EXISTE THEN
             DISPLAY '*CCPRACB5*SIN*COLA*ANTERIOR* SE CREA DESDE CERO'
           ELSE
             IF NOT FS-COLA-OK THEN
               DISPLAY 'ERROR LEER FICHERO COLA JUSTIFICACIONES'
               DISPLAY FS-COLA
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-COLA
             PERFORM UNTIL NOT FS-COLA-OK
               IF NOT JU-PENDIENTE
                   AND JU-FECHA-RESUELVE (1:4) < WS-ANO-LIMITE THEN
                 ADD 1 TO C-DESCARTADAS
               ELSE
                 PERFORM 1150-CARGAR-ENTRADA
               END-IF
               READ F-COLA
             END-PERFORM
             CLOSE F-COLA
           END-IF
           .
      ******************************************************************
       1150-CARGAR-ENTRADA.
           IF C-COLA >= 3000 THEN
             DISPLAY '*CCPRACB5*COLA*LLENA* MAXIMO 3000'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           ADD 1 TO C-COLA
           MOVE JU-FECHA-RECEPCION TO T-JU-FECHA (C-COLA)
           MOVE JU-REFERENCIA      TO T-JU-REF (C-COLA)
           MOVE JU-NIF             TO T-JU-NIF (C-COLA)
           MOVE JU-ASIGNATURA      TO T-JU-ASIG (C-COLA)
           MOVE JU-ANO             TO T-JU-ANO (C-COLA)
           MOVE JU-TRIMESTRE       TO T-JU-TRIM (C-COLA)
           MOVE JU-HORAS           TO T-JU-HORAS (C-COLA)
           MOVE JU-MOTIVO          TO T-JU-MOTIVO (C-COLA)
           MOVE JU-ESTADO          TO T-JU-ESTADO (C-COLA)
           MOVE JU-FECHA-RESUELVE  TO T-JU-F-RES (C-COLA)
           MOVE JU-OPERADOR        TO T-JU-OPERADOR (C-COLA)
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-PORTAL
           IF NOT FS-PORTAL-OK THEN
               DISPLAY 'ERROR LEER FICHERO PORTAL'
               DISPLAY FS-PORTAL
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-RESOLUCIONES
           IF FS-RESOLUCIONES-OK THEN
               SET HAY-RESOLUCIONES TO TRUE
           ELSE
               DISPLAY 'SIN FICHERO DE RESOLUCIONES DEL TUTOR - SOLO '
                   'SE RECIBEN PETICIONES'
           END-IF

           OPEN OUTPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO TRANSACCIONES CONTACTO'
               DISPLAY FS-CONTACTOS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-FALTAS
           IF NOT FS-FALTAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO FALTAS A JUSTIFICAR'
               DISPLAY FS-FALTAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-ACUSES
           IF NOT FS-ACUSES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ACUSES PORTAL'
               DISPLAY FS-ACUSES
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO PENDIENTES'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-PORTAL.
           READ F-PORTAL
           IF FS-PORTAL-OK THEN
             ADD 1 TO C-LEIDAS
             MOVE WS-FH-AAAAMMDD TO W-AC-FECHA
             MOVE PT-REFERENCIA  TO W-AC-REFERENCIA
             MOVE PT-TIPO        TO W-AC-TIPO
             MOVE PT-NIF         TO W-AC-NIF
             MOVE SPACES         TO W-AC-MOTIVO
             EVALUATE TRUE
               WHEN PT-JUSTIFICACION
                 PERFORM 2100-RECIBIR-JUSTIFICACION
               WHEN PT-CONTACTO
                 PERFORM 2200-RECIBIR-CONTACTO
               WHEN OTHER
                 DISPLAY '*CCPRACB5*TIPO*INVALIDO* PETICION '
                     PT-REFERENCIA ': ' PT-TIPO
                 MOVE 'TIPO DE PETICION INVALIDO' TO W-AC-MOTIVO
                 PERFORM 2190-RECHAZAR-PETICION
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2100-RECIBIR-JUSTIFICACION.
           MOVE 'N' TO WS-RECHAZO-FLAG
           MOVE PT-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
           END-CALL
           PERFORM 2150-LOCALIZAR-PENDIENTE
           EVALUATE TRUE
             WHEN NOT W-NIF-VALIDO
               MOVE 'DOCUMENTO INVALIDO' TO W-AC-MOTIVO
             WHEN PT-ASIGNATURA NOT NUMERIC
                 OR PT-ASIGNATURA < 1 OR PT-ASIGNATURA > 6
               MOVE 'ASIGNATURA FUERA DE RANGO 1-6' TO W-AC-MOTIVO
             WHEN PT-ANO NOT NUMERIC OR PT-ANO = 0
               MOVE 'ANO ACADEMICO INVALIDO' TO W-AC-MOTIVO
             WHEN PT-TRIMESTRE NOT NUMERIC
                 OR PT-TRIMESTRE < 1 OR PT-TRIMESTRE > 3
               MOVE 'TRIMESTRE FUERA DE RANGO 1-3' TO W-AC-MOTIVO
             WHEN PT-HORAS NOT NUMERIC OR PT-HORAS = 0
               MOVE 'HORAS A JUSTIFICAR INVALIDAS' TO W-AC-MOTIVO
             WHEN PT-MOTIVO = SPACES
               MOVE 'FALTA EL MOTIVO DE LA AUSENCIA' TO W-AC-MOTIVO
             WHEN WS-IDX-CLAVE > 0
               MOVE 'YA HAY UNA JUSTIFICACION PENDIENTE'
                 TO W-AC-MOTIVO
             WHEN C-COLA >= 3000
               DISPLAY '*CCPRACB5*COLA*LLENA* MAXIMO 3000'
               MOVE 'COLA LLENA - REINTENTAR' TO W-AC-MOTIVO
           END-EVALUATE
           IF W-AC-MOTIVO NOT = SPACES THEN
             DISPLAY '*CCPRACB5*JUSTIFICACION*RECHAZADA* PETICION '
                 PT-REFERENCIA ' ' PT-NIF ': ' W-AC-MOTIVO
             PERFORM 2190-RECHAZAR-PETICION
           ELSE
             ADD 1 TO C-COLA
             MOVE WS-FH-AAAAMMDD TO T-JU-FECHA (C-COLA)
             MOVE PT-REFERENCIA  TO T-JU-REF (C-COLA)
             MOVE PT-NIF         TO T-JU-NIF (C-COLA)
             MOVE PT-ASIGNATURA  TO T-JU-ASIG (C-COLA)
             MOVE PT-ANO         TO T-JU-ANO (C-COLA)
             MOVE PT-TRIMESTRE   TO T-JU-TRIM (C-COLA)
             MOVE PT-HORAS       TO T-JU-HORAS (C-COLA)
             MOVE PT-MOTIVO      TO T-JU-MOTIVO (C-COLA)
             MOVE 'P'            TO T-JU-ESTADO (C-COLA)
             MOVE SPACES         TO T-JU-F-RES (C-COLA)
             MOVE SPACES         TO T-JU-OPERADOR (C-COLA)
             ADD 1 TO C-EN-COLA
             MOVE 'P' TO W-AC-ESTADO
             MOVE 'EN COLA DEL TUTOR' TO W-AC-MOTIVO
             PERFORM 2900-ESCRIBIR-ACUSE
           END-IF
           .
      ******************************************************************
       2150-LOCALIZAR-PENDIENTE.
      *    UNA FALTA SOLO PUEDE TENER UNA JUSTIFICACION PENDIENTE
           MOVE 0 TO WS-IDX-CLAVE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-COLA
             IF T-JU-NIF (WS-IDX) = PT-NIF
                 AND T-JU-ASIG (WS-IDX) = PT-ASIGNATURA
                 AND T-JU-ANO (WS-IDX) = PT-ANO
                 AND T-JU-TRIM (WS-IDX) = PT-TRIMESTRE
                 AND T-JU-ESTADO (WS-IDX) = 'P' THEN
               MOVE WS-IDX TO WS-IDX-CLAVE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2190-RECHAZAR-PETICION.
           ADD 1 TO C-RECHAZADAS
           MOVE 'R' TO W-AC-ESTADO
           PERFORM 2900-ESCRIBIR-ACUSE
           .
      ******************************************************************
       2200-RECIBIR-CONTACTO.
      *    LA VALIDACION DEL CONTACTO ES LA DE CCPRAC94, QUE ES QUIEN
      *    LO APLICA Y DEVUELVE SU ACUSE; AQUI SOLO SE FILTRA LA OPCION
           IF PT-OPCION NOT = 'A' AND PT-OPCION NOT = 'M' THEN
             DISPLAY '*CCPRACB5*CONTACTO*OPCION*INVALIDA* PETICION '
                 PT-REFERENCIA ': ' PT-OPCION
             MOVE 'OPCION DE CONTACTO DEBE SER A O M' TO W-AC-MOTIVO
             PERFORM 2190-RECHAZAR-PETICION
           ELSE
             MOVE PT-OPCION     TO TC-OPCION
             MOVE PT-NIF        TO TC-NIF
             MOVE PT-DIRECCION  TO TC-DIRECCION
             MOVE PT-CP         TO TC-CP
             MOVE PT-TUTOR      TO TC-TUTOR
             MOVE PT-TELEFONO   TO TC-TELEFONO
             MOVE PT-CONSENT    TO TC-CONSENT
             MOVE PT-REFERENCIA TO TC-REFERENCIA
             WRITE REG-TRANS-CONTACTO FROM LINEA-TRANS-CONTACTO
             ADD 1 TO C-CONTACTOS
           END-IF
           .
      ******************************************************************
       2500-PROCESO-RESOLUCIONES.
           READ F-RESOLUCIONES
           IF FS-RESOLUCIONES-OK THEN
             ADD 1 TO C-RESOLUCIONES
             PERFORM 2550-COMPROBAR-AUTORIZACION
             PERFORM 2600-LOCALIZAR-PETICION
             EVALUATE TRUE
               WHEN E-OPCION NOT = 'A' AND E-OPCION NOT = 'D'
                 DISPLAY '*CCPRACB5*RESOLUCION*OPCION*INVALIDA* '
                     E-FECHA ' ' E-REFERENCIA ': ' E-OPCION
                 ADD 1 TO C-RES-RECHAZADAS
               WHEN NOT W-OPERADOR-AUTORIZADO
                 DISPLAY '*CCPRACB5*OPERADOR*NO*AUTORIZADO* '
                     E-OPERADOR ' ' E-FECHA ' ' E-REFERENCIA
                 ADD 1 TO C-RES-RECHAZADAS
                 ADD 1 TO C-NO-AUTORIZADAS
               WHEN WS-IDX-CLAVE = 0
                 DISPLAY '*CCPRACB5*RESOLUCION*SIN*PENDIENTE* '
                     E-FECHA ' ' E-REFERENCIA
                 ADD 1 TO C-RES-RECHAZADAS
               WHEN E-OPCION = 'A'
                 PERFORM 2700-APROBAR
               WHEN OTHER
                 PERFORM 2800-DENEGAR
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2550-COMPROBAR-AUTORIZACION.
      *    RESOLVER UNA JUSTIFICACION ES UNA MODIFICACION DE LA COLA;
      *    LA PETICION NO LLEVA COLEGIO
           MOVE E-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'        TO W-AUT-TRANS
           MOVE 0          TO W-AUT-COLEGIO
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'JUS=' DELIMITED BY SIZE
                  E-FECHA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  E-REFERENCIA DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACB5'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       2600-LOCALIZAR-PETICION.
           MOVE 0 TO WS-IDX-CLAVE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-COLA
             IF T-JU-FECHA (WS-IDX) = E-FECHA
                 AND T-JU-REF (WS-IDX) = E-REFERENCIA
                 AND T-JU-ESTADO (WS-IDX) = 'P' THEN
               MOVE WS-IDX TO WS-IDX-CLAVE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2700-APROBAR.
           MOVE 'A' TO T-JU-ESTADO (WS-IDX-CLAVE)
           PERFORM 2750-ANOTAR-RESOLUCION
           INITIALIZE REG-FALTAS
           MOVE T-JU-NIF (WS-IDX-CLAVE)   TO NIF OF REG-FALTAS
           MOVE T-JU-ASIG (WS-IDX-CLAVE)  TO ASIGNATURA OF REG-FALTAS
           MOVE T-JU-ANO (WS-IDX-CLAVE)
             TO ANO-ACADEMICO OF REG-FALTAS
           MOVE T-JU-TRIM (WS-IDX-CLAVE)  TO TRIMESTRE OF REG-FALTAS
           MOVE T-JU-HORAS (WS-IDX-CLAVE) TO HORAS-FALTA OF REG-FALTAS
           MOVE 'S' TO JUSTIFICADA OF REG-FALTAS
           SET CARGA-SOLO-JUSTIFICAR TO TRUE
           WRITE REG-FALTAS
           ADD 1 TO C-APROBADAS
           MOVE 'A' TO W-AC-ESTADO
           MOVE 'JUSTIFICACION APROBADA' TO W-AC-MOTIVO
           PERFORM 2900-ESCRIBIR-ACUSE
           .
      ******************************************************************
       2750-ANOTAR-RESOLUCION.
           MOVE WS-FH-AAAAMMDD TO T-JU-F-RES (WS-IDX-CLAVE)
           MOVE E-OPERADOR     TO T-JU-OPERADOR (WS-IDX-CLAVE)
           MOVE T-JU-FECHA (WS-IDX-CLAVE) TO W-AC-FECHA
           MOVE T-JU-REF (WS-IDX-CLAVE)   TO W-AC-REFERENCIA
           MOVE 'J'                       TO W-AC-TIPO
           MOVE T-JU-NIF (WS-IDX-CLAVE)   TO W-AC-NIF
           .
      ******************************************************************
       2800-DENEGAR.
           MOVE 'D' TO T-JU-ESTADO (WS-IDX-CLAVE)
           PERFORM 2750-ANOTAR-RESOLUCION
           ADD 1 TO C-DENEGADAS
           MOVE 'D' TO W-AC-ESTADO
           IF E-MOTIVO = SPACES THEN
             MOVE 'DENEGADA POR EL TUTOR' TO W-AC-MOTIVO
           ELSE
             MOVE E-MOTIVO TO W-AC-MOTIVO
           END-IF
           PERFORM 2900-ESCRIBIR-ACUSE
           .
      ******************************************************************
       2900-ESCRIBIR-ACUSE.
           INITIALIZE REG-ACUSE-PORTAL
           MOVE W-AC-FECHA      TO AC-FECHA
           MOVE W-AC-REFERENCIA TO AC-REFERENCIA
           MOVE W-AC-TIPO       TO AC-TIPO
           MOVE W-AC-NIF        TO AC-NIF
           MOVE W-AC-ESTADO     TO AC-ESTADO
           MOVE W-AC-MOTIVO     TO AC-MOTIVO
           WRITE REG-ACUSE-PORTAL
           .
      ******************************************************************
       3000-REESCRIBIR-COLA.
           OPEN OUTPUT F-COLA
           IF NOT FS-COLA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO COLA JUSTIFICACIONES'
               DISPLAY FS-COLA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-COLA
             INITIALIZE REG-JUSTIFICACION
             MOVE T-JU-FECHA (WS-IDX)    TO JU-FECHA-RECEPCION
             MOVE T-JU-REF (WS-IDX)      TO JU-REFERENCIA
             MOVE T-JU-NIF (WS-IDX)      TO JU-NIF
             MOVE T-JU-ASIG (WS-IDX)     TO JU-ASIGNATURA
             MOVE T-JU-ANO (WS-IDX)      TO JU-ANO
             MOVE T-JU-TRIM (WS-IDX)     TO JU-TRIMESTRE
             MOVE T-JU-HORAS (WS-IDX)    TO JU-HORAS
             MOVE T-JU-MOTIVO (WS-IDX)   TO JU-MOTIVO
             MOVE T-JU-ESTADO (WS-IDX)   TO JU-ESTADO
             MOVE T-JU-F-RES (WS-IDX)    TO JU-FECHA-RESUELVE
             MOVE T-JU-OPERADOR (WS-IDX) TO JU-OPERADOR
             WRITE REG-JUSTIFICACION
           END-PERFORM
           CLOSE F-COLA
           .
      ******************************************************************
       3100-LISTAR-PENDIENTES.
           MOVE WS-FH-AAAAMMDD TO LLC-FECHA
           WRITE LINEA-LISTADO FROM LINEA-LIS-CABECERA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-COLA
             IF T-JU-ESTADO (WS-IDX) = 'P' THEN
               MOVE T-JU-FECHA (WS-IDX)  TO LLP-FECHA
               MOVE T-JU-REF (WS-IDX)    TO LLP-REF
               MOVE T-JU-NIF (WS-IDX)    TO LLP-NIF
               MOVE T-JU-ASIG (WS-IDX)   TO LLP-ASIG
               MOVE T-JU-ANO (WS-IDX)    TO LLP-ANO
               MOVE T-JU-TRIM (WS-IDX)   TO LLP-TRIM
               MOVE T-JU-HORAS (WS-IDX)  TO LLP-HORAS
               MOVE T-JU-MOTIVO (WS-IDX) TO LLP-MOTIVO
               WRITE LINEA-LISTADO FROM LINEA-LIS-PENDIENTE
               ADD 1 TO C-PENDIENTES
             END-IF
           END-PERFORM
           MOVE C-PENDIENTES TO LLT-PENDIENTES
           WRITE LINEA-LISTADO FROM LINEA-LIS-TOTAL
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'PETICIONES LEIDAS:    ' C-LEIDAS
           DISPLAY 'JUSTIFICACIONES COLA: ' C-EN-COLA
           DISPLAY 'CONTACTOS A CCPRAC94: ' C-CONTACTOS
           DISPLAY 'PETICIONES RECHAZADAS:' C-RECHAZADAS
           DISPLAY 'RESOLUCIONES LEIDAS:  ' C-RESOLUCIONES
           DISPLAY 'APROBADAS:            ' C-APROBADAS
           DISPLAY 'DENEGADAS:            ' C-DENEGADAS
           DISPLAY 'RESOL. RECHAZADAS:    ' C-RES-RECHAZADAS
           DISPLAY 'NO AUTORIZADAS:       ' C-NO-AUTORIZADAS
           DISPLAY 'PENDIENTES DEL TUTOR: ' C-PENDIENTES
           DISPLAY 'RESUELTAS DESCARTADAS:' C-DESCARTADAS
           CLOSE F-PORTAL
           IF HAY-RESOLUCIONES THEN
             CLOSE F-RESOLUCIONES
           END-IF
           CLOSE F-CONTACTOS
           CLOSE F-FALTAS
           CLOSE F-ACUSES
           CLOSE F-LISTADO
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACB5'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB5' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-RECHAZADAS > 0 OR C-RES-RECHAZADAS > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
