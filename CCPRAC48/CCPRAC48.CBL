      *                 CORRECCION ERAN TRES ACTUALIZACIONES SUELTAS   *
      *                 Y SIEMPRE SE ESCAPABA ALGUNA, QUE CCPRAC23     *
      *                 DENUNCIABA PARA SIEMPRE.                       *
      *                 CADA PAREJA LLEVA EL OPERADOR QUE LA PIDE, Y   *
      *                 ANTES DE APLICARLA SE COMPRUEBA EN LA MATRIZ   *
      *                 DE AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR *
      *                 ALUMNOS DE ESE COLEGIO; SI NO, SE RECHAZA Y    *
      *                 QUEDA ANOTADA EN EL DIARIO AUTOLOG.            *
      *                 CADA TABLA DE LA PAREJA ES UN PASO CON SU      *
      *                 PROPIO COMMIT, TRAS EL CUAL SE GRABA EL        *
      *                 CHECKPOINT COMPARTIDO (MODCHKPT) CON LA        *
      *                 PAREJA Y EL PASO; SI UN PASO FALLA CON LA      *
      *                 PAREJA YA A MEDIAS EL PROGRAMA SE PARA CON     *
      *                 RC 12, Y CON REINICIO 'S' EN SYSIN SE SALTAN   *
      *                 LAS PAREJAS TERMINADAS Y LA PAREJA A MEDIAS SE *
      *                 ACABA DESDE EL PASO SIGUIENTE, SIN REPETIR     *
      *                 NINGUNO.                                       *
      *                 ES TAMBIEN LA PASADA DE VINCULACION DE LOS     *
      *                 NUMEROS INTERNOS DE ALUMNO (NIA) DE CCPRAC25:  *
      *                 UNA PAREJA NIA-DNI RENOMBRA SUS DATOS COMO     *
      *                 CUALQUIER OTRA Y DEJA UNA LINEA 'V' EN EL      *
      *                 REGISTRO RNIAREG (DD NIAREG) PARA QUE LO       *
      *                 ARCHIVADO CON EL NIA SIGA SIENDO LOCALIZABLE.  *
      *                 EL NIF NUEVO NO PUEDE SER OTRO NIA.            *
      *                 SI EL CHECKPOINT NO SE PUEDE GRABAR EL         *
      *                 PROGRAMA SE PARA CON RC 12: SEGUIR SIN EL      *
      *                 DEJARIA UN REINICIO SIN PUNTO DE PARTIDA       *
      *                 FIABLE.                                        *
      *                 UNA PASADA SIN REINICIO SE NIEGA A EMPEZAR (RC *
      *                 12) SI QUEDA UN CHECKPOINT VIVO DE UNA PASADA  *
      *                 ANTERIOR A MEDIAS.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-MAPEO ASSIGN MAPEONIF
               FILE STATUS IS FS-MAPEO.

           SELECT F-NIAREG ASSIGN NIAREG
               FILE STATUS IS FS-NIAREG.

       DATA DIVISION.
       FILE SECTION.
       FD F-PAREJAS
           05 P-NIF-VIEJO   PIC X(9).
           05 FILLER        PIC X.
           05 P-NIF-NUEVO   PIC X(9).
           05 FILLER        PIC X.
           05 P-OPERADOR    PIC X(8).
           05 FILLER        PIC X(52).

       FD F-CORRECCIONES
           RECORDING MODE IS F
           05 M-FECHA       PIC X(8).
           05 FILLER        PIC X(52).

       FD F-NIAREG
           RECORDING MODE IS F.
           COPY RNIAREG.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PAREJAS PIC XX.
           05 FS-MAPEO PIC XX.
               88 FS-MAPEO-OK        VALUE '00'.
               88 FS-MAPEO-NO-EXISTE VALUE '35'.
           05 FS-NIAREG PIC XX.
               88 FS-NIAREG-OK       VALUE '00'.
               88 FS-NIAREG-NO-EXISTE VALUE '35'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-REINICIO-FLAG     PIC X.
               88 REINICIO-SOLICITADO VALUE 'S'.
           05 FILLER               PIC X(79).

       01 C-CONTADORES.
           05 C-PAREJAS           PIC 9(5) VALUE 0.
           05 C-APLICADAS         PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-CON-ERROR         PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.
           05 C-SALTADAS          PIC 9(5) VALUE 0.
           05 C-NIAS-VINCULADOS   PIC 9(5) VALUE 0.

       01 W-NIF-LOOKUP.
           05 W-NIF             PIC X(9).
       01 WS-ERROR-PAREJA         PIC X.
           88 PAREJA-CON-ERROR         VALUE 'S'.

      *    PASOS: 1 ALUMNOS 2 NOTAS 3 FALTAS 4 MATRICULAS
      *    5 COMPANEROS EMITIDOS (PAREJA TERMINADA)
       01 WS-PASO                 PIC 9 VALUE 0.
       01 WS-PAREJA-REINICIO      PIC 9(5) VALUE 0.
      *    LAS CALL POSTERIORES (MODAUTOR 'C') PONEN RETURN-CODE A 0
       01 WS-RC-FINAL             PIC 99 VALUE 0.

       01 W-CHECKPOINT.
           05 W-CHK-CLAVE.
               10 W-CHK-PAREJA     PIC 9(5).
               10 FILLER           PIC X.
               10 W-CHK-NIF-VIEJO  PIC X(9).
               10 FILLER           PIC X(5).
           05 W-CHK-PASO           PIC 9.
           05 W-CHK-CONTADORES.
               10 W-CHK-CONTADOR   PIC 9(9) OCCURS 4.
           05 W-CHK-RESULTADO      PIC X VALUE 'N'.
               88 W-CHK-ENCONTRADO      VALUE 'S'.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.

       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.
       01 W-COLEGIO-ALUMNO        PIC S9(4) USAGE COMP.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF REINICIO-SOLICITADO THEN
               PERFORM 1050-LEER-CHECKPOINT
           ELSE
               PERFORM 1070-COMPROBAR-SIN-CHECKPOINT
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC48'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1050-LEER-CHECKPOINT.
           CALL "MODCHKPT" USING 'L' 'CCPRAC48' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF W-CHK-ENCONTRADO THEN
               MOVE W-CHK-PAREJA       TO WS-PAREJA-REINICIO
               MOVE W-CHK-CONTADOR (1) TO C-APLICADAS
               MOVE W-CHK-CONTADOR (2) TO C-RECHAZADAS
               MOVE W-CHK-CONTADOR (3) TO C-CON-ERROR
               MOVE W-CHK-CONTADOR (4) TO C-NO-AUTORIZADAS
               DISPLAY '*CCPRAC48*REINICIO*DESDE*CHECKPOINT* PAREJA '
                   W-CHK-PAREJA ' NIF ' W-CHK-NIF-VIEJO
                   ' PASO ' W-CHK-PASO
           ELSE
               DISPLAY '*CCPRAC48*AVISO*NO*EXISTE*CHECKPOINT* '
                   '- SE PROCESA DESDE EL PRINCIPIO'
           END-IF
           .
      ******************************************************************
       1060-GRABAR-CHECKPOINT.
           MOVE SPACES           TO W-CHK-CLAVE
           MOVE C-PAREJAS        TO W-CHK-PAREJA
           MOVE P-NIF-VIEJO      TO W-CHK-NIF-VIEJO
           MOVE WS-PASO          TO W-CHK-PASO
           MOVE C-APLICADAS      TO W-CHK-CONTADOR (1)
           MOVE C-RECHAZADAS     TO W-CHK-CONTADOR (2)
           MOVE C-CON-ERROR      TO W-CHK-CONTADOR (3)
           MOVE C-NO-AUTORIZADAS TO W-CHK-CONTADOR (4)
           CALL "MODCHKPT" USING 'G' 'CCPRAC48' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF NOT W-CHK-ENCONTRADO THEN
               DISPLAY '*CCPRAC48*ABEND*ERROR*GRABAR*CHECKPOINT* '
                   'PAREJA '
                   W-CHK-PAREJA ' PASO ' W-CHK-PASO
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1070-COMPROBAR-SIN-CHECKPOINT.
      *    UNA PASADA NORMAL CON UN CHECKPOINT VIVO REPETIRIA PAREJAS
      *    YA APLICADAS Y MACHACARIA EL FICHERO DE CORRECCIONES
           CALL "MODCHKPT" USING 'L' 'CCPRAC48' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF W-CHK-ENCONTRADO THEN
               DISPLAY '*CCPRAC48*ABEND*HAY*CHECKPOINT*VIVO* PAREJA '
                   W-CHK-PAREJA ' PASO ' W-CHK-PASO
                   ' - RELANZAR CON REINICIO S'
               MOVE 12 TO WS-RC-FINAL
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE 'N' TO W-CHK-RESULTADO
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
               PERFORM 5000-END-PROGRAM
           END-IF

      *    EN UN REINICIO SE CONSERVA LO YA EMITIDO
           IF W-CHK-ENCONTRADO THEN
               OPEN EXTEND F-CORRECCIONES
           ELSE
               OPEN OUTPUT F-CORRECCIONES
           END-IF
           IF NOT FS-CORRECCIONES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CORRECCIONES'
               DISPLAY FS-CORRECCIONES
               DISPLAY FS-MAPEO
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
       2000-PROCESO-PAREJAS.
           READ F-PAREJAS
           IF FS-PAREJAS-OK THEN
             ADD 1 TO C-PAREJAS
             EVALUATE TRUE
               WHEN C-PAREJAS < WS-PAREJA-REINICIO
                 ADD 1 TO C-SALTADAS
               WHEN C-PAREJAS = WS-PAREJA-REINICIO
                 PERFORM 2050-REANUDAR-PAREJA
               WHEN OTHER
                 PERFORM 2060-VALIDAR-PAREJA
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2050-REANUDAR-PAREJA.
      *    LA PAREJA DEL CHECKPOINT YA PASO LA VALIDACION Y LA
      *    AUTORIZACION: SOLO QUEDAN LOS PASOS QUE NO SE CONFIRMARON
           IF P-NIF-VIEJO NOT = W-CHK-NIF-VIEJO THEN
             DISPLAY '*CCPRAC48*PAREJAS*NO*CASA*CON*CHECKPOINT* '
                 P-NIF-VIEJO ' <> ' W-CHK-NIF-VIEJO
             MOVE 12 TO WS-RC-FINAL
             PERFORM 4100-RESUMEN
             PERFORM 5000-END-PROGRAM
           END-IF
           IF W-CHK-PASO >= 5 THEN
             ADD 1 TO C-SALTADAS
           ELSE
             DISPLAY '*CCPRAC48*REANUDA*PAREJA* ' P-NIF-VIEJO
                 ' -> ' P-NIF-NUEVO ' TRAS EL PASO ' W-CHK-PASO
             MOVE W-CHK-PASO TO WS-PASO
             MOVE 0 TO W-AUT-COLEGIO
             PERFORM 2100-APLICAR-PAREJA
           END-IF
           .
      ******************************************************************
       2060-VALIDAR-PAREJA.
           MOVE P-NIF-NUEVO TO W-NIF
           CALL "MODVALNI" USING W-NIF W-NIF-VALIDO W-NIF-REGLA
           END-CALL
      *    UN NIA SOLO SE VINCULA A UN DNI O NIE REAL, NUNCA A OTRO NIA
           IF W-NIF-ES-VALIDO AND W-NIF-REGLA = 'OK'
               AND P-NIF-NUEVO (1:1) = 'N' THEN
             MOVE 'N' TO W-NIF-VALIDO
             MOVE 'NUEVO-ES-NIA' TO W-NIF-REGLA
           END-IF
           IF NOT W-NIF-ES-VALIDO THEN
             DISPLAY '*CCPRAC48*NIF*NUEVO*INVALIDO* '
                 P-NIF-NUEVO ' REGLA: ' W-NIF-REGLA
             ADD 1 TO C-RECHAZADAS
           ELSE
             PERFORM 2070-COMPROBAR-AUTORIZACION
             IF W-OPERADOR-AUTORIZADO THEN
               MOVE 0 TO WS-PASO
               PERFORM 2100-APLICAR-PAREJA
             END-IF
           END-IF
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    UN CAMBIO DE NIF ES UNA MODIFICACION DEL ALUMNO, Y CUENTA EL
      *    COLEGIO EN QUE ESTA; SI NO ESTA EN ALUMNOS SOLO CUENTAN EL
      *    PROGRAMA Y LA OPCION
           MOVE P-NIF-VIEJO TO WS-NIF-VIEJO-SQL
           EXEC SQL
             SELECT COD_COLEGIO
               INTO :W-COLEGIO-ALUMNO
               FROM ALUMNOS
              WHERE NIF = :WS-NIF-VIEJO-SQL
           END-EXEC
           IF SQLCODE = 0
               AND W-COLEGIO-ALUMNO >= 0 AND W-COLEGIO-ALUMNO <= 99 THEN
             MOVE W-COLEGIO-ALUMNO TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE 0 TO SQLCODE
           MOVE P-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'        TO W-AUT-TRANS
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  P-NIF-VIEJO DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  P-NIF-NUEVO DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC48'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC48*OPERADOR*NO*AUTORIZADO* ' P-OPERADOR
                 ' ' P-NIF-VIEJO ' -> ' P-NIF-NUEVO
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       2100-APLICAR-PAREJA.
           MOVE P-NIF-VIEJO TO WS-NIF-VIEJO-SQL
           MOVE P-NIF-NUEVO TO WS-NIF-NUEVO-SQL
           MOVE 'N' TO WS-ERROR-PAREJA

      *    WS-PASO ES EL ULTIMO PASO CONFIRMADO (0 EN PAREJA NUEVA)
           IF WS-PASO = 0 THEN
             PERFORM 2200-RENOMBRAR-ALUMNOS
             PERFORM 2150-CONFIRMAR-PASO
           END-IF
           IF NOT PAREJA-CON-ERROR AND WS-PASO = 1 THEN
             PERFORM 2300-RENOMBRAR-NOTAS
             PERFORM 2150-CONFIRMAR-PASO
           END-IF
           IF NOT PAREJA-CON-ERROR AND WS-PASO = 2 THEN
             PERFORM 2400-RENOMBRAR-FALTAS
             PERFORM 2150-CONFIRMAR-PASO
           END-IF
           IF NOT PAREJA-CON-ERROR AND WS-PASO = 3 THEN
             PERFORM 2500-RENOMBRAR-MATRICULAS
             PERFORM 2150-CONFIRMAR-PASO
           END-IF

           IF PAREJA-CON-ERROR THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
             IF WS-PASO > 0 THEN
               DISPLAY '*CCPRAC48*PAREJA*A*MEDIAS* ' P-NIF-VIEJO
                   ' -> ' P-NIF-NUEVO ' CONFIRMADO HASTA EL PASO '
                   WS-PASO ' - CORREGIR Y RELANZAR CON REINICIO S'
               MOVE 12 TO WS-RC-FINAL
               PERFORM 4100-RESUMEN
               PERFORM 5000-END-PROGRAM
             END-IF
           ELSE
             ADD 1 TO C-APLICADAS
             PERFORM 2600-EMITIR-COMPANEROS
             MOVE 5 TO WS-PASO
             PERFORM 1060-GRABAR-CHECKPOINT
             DISPLAY 'CORREGIDO ' P-NIF-VIEJO ' -> ' P-NIF-NUEVO
           END-IF
           .
      ******************************************************************
       2150-CONFIRMAR-PASO.
           IF NOT PAREJA-CON-ERROR THEN
             EXEC SQL
               COMMIT
             END-EXEC
             ADD 1 TO WS-PASO
             PERFORM 1060-GRABAR-CHECKPOINT
           END-IF
           .
      ******************************************************************
       2200-RENOMBRAR-ALUMNOS.
           MOVE 0 TO WS-NUM-REINTENTO
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO M-FECHA
           WRITE REG-MAPEO

           IF P-NIF-VIEJO (1:1) = 'N' THEN
             PERFORM 2650-VINCULAR-NIA
           END-IF
           .
      ******************************************************************
       2650-VINCULAR-NIA.
      *    EL COLEGIO ES EL QUE TENIA EL ALUMNO AL VALIDAR LA PAREJA
      *    (CERO SI SE REANUDA DESDE CHECKPOINT)
           INITIALIZE REG-NIA
           SET NR-VINCULACION    TO TRUE
           MOVE P-NIF-VIEJO      TO NR-NIA
           MOVE P-NIF-NUEVO      TO NR-NIF
           STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
               DELIMITED BY SIZE INTO NR-FECHA
           MOVE W-AUT-COLEGIO    TO NR-COLEGIO
           MOVE 'CCPRAC48'       TO NR-PROGRAMA
           MOVE P-OPERADOR       TO NR-OPERADOR
           WRITE REG-NIA
           ADD 1 TO C-NIAS-VINCULADOS
           DISPLAY 'NIA VINCULADO ' P-NIF-VIEJO ' -> ' P-NIF-NUEVO
           .
      ******************************************************************
       4000-FIN.
      *    TERMINADO BIEN: SIN CHECKPOINT VIVO
           CALL "MODCHKPT" USING 'B' 'CCPRAC48' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           PERFORM 4100-RESUMEN
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-RESUMEN.
           DISPLAY '******************************************'
           DISPLAY 'RESUMEN CCPRAC48'
           DISPLAY 'PAREJAS LEIDAS:    ' C-PAREJAS
           DISPLAY 'RECHAZADAS (NIF):  ' C-RECHAZADAS
           DISPLAY 'CON ERROR SQL:     ' C-CON-ERROR
           DISPLAY 'REINTENTOS:        ' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:    ' C-NO-AUTORIZADAS
           DISPLAY 'SALTADAS REINICIO: ' C-SALTADAS
           DISPLAY 'NIA VINCULADOS:    ' C-NIAS-VINCULADOS
           DISPLAY '******************************************'
           CLOSE F-PAREJAS
           CLOSE F-CORRECCIONES
           CLOSE F-MAPEO
           CLOSE F-NIAREG
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC48'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.
      ******************************************************************
       9000-ESPERA-REINTENTO.
