      *                 CCPRAC15 SE MANTIENE COMO VIA DE RECUPERACION. *
      *                 SYSIN: INTERVALO COMMIT, ANO ACADEMICO,        *
      *                 TRIMESTRE Y CONVOCATORIA (COMO CCPRAC15).      *
      *                 TRAS CADA COMMIT SE GRABA EL CHECKPOINT        *
      *                 COMPARTIDO (MODCHKPT) CON EL ULTIMO DELTA      *
      *                 CONFIRMADO Y LOS CONTADORES; CON REINICIO 'S'  *
      *                 EN SYSIN SE SALTAN LOS DELTAS YA CONFIRMADOS   *
      *                 Y SE SIGUE DESDE AHI.                          *
      *                 SI EL CHECKPOINT NO SE PUEDE GRABAR EL         *
      *                 PROGRAMA SE PARA CON RC 12: SEGUIR SIN EL      *
      *                 DEJARIA UN REINICIO SIN PUNTO DE PARTIDA       *
      *                 FIABLE.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 WS-CONVOCATORIA      PIC 9.
           05 WS-REINICIO-FLAG     PIC X.
               88 REINICIO-SOLICITADO VALUE 'S'.
           05 FILLER               PIC X(69).

       01 WS-ANO-ACADEMICO-COMP   PIC S9(4) USAGE COMP.
       01 WS-TRIMESTRE-COMP       PIC S9(4) USAGE COMP.
           05 C-BAJAS-OK          PIC 9(6) VALUE 0.
           05 C-ERRORES           PIC 9(6) VALUE 0.
           05 C-REINTENTOS        PIC 9(6) VALUE 0.
           05 C-SALTADOS          PIC 9(6) VALUE 0.

       01 C-CONTADOR              PIC 99.
       01 WS-CLAVE-AUDITORIA      PIC X(20).
       01 WS-ERROR-REGISTRO       PIC X.
           88 REGISTRO-CON-ERROR       VALUE 'S'.

       01 W-CHECKPOINT.
           05 W-CHK-CLAVE.
               10 W-CHK-DELTA      PIC 9(9).
               10 FILLER           PIC X.
               10 W-CHK-NIF        PIC X(9).
               10 FILLER           PIC X.
           05 W-CHK-PASO           PIC X.
           05 W-CHK-CONTADORES.
               10 W-CHK-CONTADOR   PIC 9(9) OCCURS 4.
           05 W-CHK-RESULTADO      PIC X.
               88 W-CHK-ENCONTRADO      VALUE 'S'.
       01 WS-DELTA-REINICIO       PIC 9(9) VALUE 0.

       01 WS-REINTENTOS.
           05 WS-NUM-REINTENTO    PIC 9(2) VALUE 0.
           05 WS-MAX-REINTENTO    PIC 9(2) VALUE 3.
           MOVE WS-ANO-ACADEMICO TO WS-ANO-ACADEMICO-COMP
           MOVE WS-TRIMESTRE TO WS-TRIMESTRE-COMP
           MOVE WS-CONVOCATORIA TO WS-CONVOCATORIA-COMP
           IF REINICIO-SOLICITADO THEN
               PERFORM 1050-LEER-CHECKPOINT
           END-IF

           OPEN INPUT F-DELTA
           IF NOT FS-DELTA-OK THEN
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-LEER-CHECKPOINT.
           CALL "MODCHKPT" USING 'L' 'CCPRAC37' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF W-CHK-ENCONTRADO THEN
               MOVE W-CHK-DELTA       TO WS-DELTA-REINICIO
               MOVE W-CHK-CONTADOR (1) TO C-ALTAS-OK
               MOVE W-CHK-CONTADOR (2) TO C-MODIF-OK
               MOVE W-CHK-CONTADOR (3) TO C-BAJAS-OK
               MOVE W-CHK-CONTADOR (4) TO C-ERRORES
               DISPLAY '*CCPRAC37*REINICIO*DESDE*CHECKPOINT* DELTA '
                   W-CHK-DELTA ' NIF ' W-CHK-NIF
           ELSE
               DISPLAY '*CCPRAC37*AVISO*NO*EXISTE*CHECKPOINT* '
                   '- SE CARGA DESDE EL PRINCIPIO'
           END-IF
           .
      ******************************************************************
       1060-GRABAR-CHECKPOINT.
           MOVE SPACES             TO W-CHK-CLAVE
           MOVE C-DELTAS           TO W-CHK-DELTA
           MOVE NIF OF REG-ALUMNOS TO W-CHK-NIF
           MOVE SPACE              TO W-CHK-PASO
           MOVE C-ALTAS-OK         TO W-CHK-CONTADOR (1)
           MOVE C-MODIF-OK         TO W-CHK-CONTADOR (2)
           MOVE C-BAJAS-OK         TO W-CHK-CONTADOR (3)
           MOVE C-ERRORES          TO W-CHK-CONTADOR (4)
           CALL "MODCHKPT" USING 'G' 'CCPRAC37' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           IF NOT W-CHK-ENCONTRADO THEN
               DISPLAY '*CCPRAC37*ABEND*ERROR*GRABAR*CHECKPOINT* DELTA '
                   W-CHK-DELTA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-DELTAS.
           READ F-DELTA
           IF FS-DELTA-OK THEN
             ADD 1 TO C-DELTAS
      *      EN UN REINICIO LOS DELTAS HASTA EL CHECKPOINT YA ESTAN
      *      CONFIRMADOS EN DB2
             IF C-DELTAS <= WS-DELTA-REINICIO THEN
               ADD 1 TO C-SALTADOS
             ELSE
               PERFORM 2050-APLICAR-DELTA
             END-IF
           END-IF
           .
      ******************************************************************
       2050-APLICAR-DELTA.
           MOVE DATOS-DELTA TO REG-ALUMNOS
           MOVE 'N' TO WS-ERROR-REGISTRO
           EXEC SQL
             SAVEPOINT SVPT-REGISTRO ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EVALUATE TRUE
             WHEN DELTA-ALTA          PERFORM 2100-APLICAR-ALTA
             WHEN DELTA-MODIFICACION  PERFORM 2200-APLICAR-MODIF
             WHEN DELTA-BAJA          PERFORM 2300-APLICAR-BAJA
             WHEN OTHER
               DISPLAY '*CCPRAC37*TIPO*DELTA*INVALIDO* ' TIPO-DELTA
               MOVE 'S' TO WS-ERROR-REGISTRO
           END-EVALUATE

           IF REGISTRO-CON-ERROR THEN
             ADD 1 TO C-ERRORES
             MOVE SPACES TO WS-CLAVE-AUDITORIA
             STRING 'NIF=' DELIMITED BY SIZE
                    NIF OF REG-ALUMNOS DELIMITED BY SIZE
               INTO WS-CLAVE-AUDITORIA
             MOVE SQLCODE TO SQL-ERROR
             CALL "MODAUDIT" USING 'CCPRAC37' WS-CLAVE-AUDITORIA
                 SQL-ERROR
             END-CALL
             EXEC SQL
               ROLLBACK TO SAVEPOINT SVPT-REGISTRO
             END-EXEC
           ELSE
             ADD 1 TO WS-CONTADOR-COMMIT
             IF WS-CONTADOR-COMMIT >= WS-INTERVALO-COMMIT THEN
               EXEC SQL
                 COMMIT
               END-EXEC
               MOVE 0 TO WS-CONTADOR-COMMIT
               PERFORM 1060-GRABAR-CHECKPOINT
             END-IF
           END-IF
           .
             END-EXEC
             MOVE 0 TO WS-CONTADOR-COMMIT
           END-IF
      *    TERMINADO BIEN: SIN CHECKPOINT VIVO
           CALL "MODCHKPT" USING 'B' 'CCPRAC37' W-CHK-CLAVE W-CHK-PASO
                                  W-CHK-CONTADORES W-CHK-RESULTADO
           END-CALL
           PERFORM 4100-TOTALES
           CLOSE F-DELTA
           PERFORM 5000-END-PROGRAM
           DISPLAY 'BAJAS  APLICADAS: ' C-BAJAS-OK
           DISPLAY 'CON ERROR:        ' C-ERRORES
           DISPLAY 'REINTENTOS:       ' C-REINTENTOS
           DISPLAY 'SALTADOS REINICIO:' C-SALTADOS
           DISPLAY '******************************************'
           .
      ******************************************************************
