      *                 (RCONTROL), QUE ES LO QUE SE VERIFICA EN LA    *
      *                 ENTREGA. EL NUMERO DE GENERACION VIVE EN       *
      *                 MRGCTRL Y SOLO AVANZA CON LA CONSOLIDACION     *
      *                 COMPLETA, COMO EN CCPRAC46. CADA SALIDA        *
      *                 COMPLETA SE DA DE ALTA EN EL CATALOGO DE       *
      *                 GENERACIONES (MODGENCA) CON EL DATASET DE      *
      *                 SYSIN, LOS REGISTROS DE LA COLA Y EL ANO/      *
      *                 TRIMESTRE DEL CALENDARIO (MODCALEN) SALVO QUE  *
      *                 SYSIN LOS FIJE.                                *
      *                 SI FALTA EL DATASET O EL ALTA EN EL CATALOGO   *
      *                 FALLA, EL PROCESO TERMINA CON RC 8: LA         *
      *                 GENERACION NO QUEDA CATALOGADA Y NINGUN LECTOR *
      *                 LA ENCONTRARIA.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY RCONTROL.

       01 LINEA-SYSIN.
           05 WS-DSN-SALIDA        PIC X(44).
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 FILLER               PIC X(31).

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
           05 W-CAL-FECHA       PIC X(8).
           05 W-CAL-RESULTADO   PIC X.
               88 W-CAL-VALIDO       VALUE 'S'.
           05 W-CAL-MOTIVO      PIC X(20).

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
       01 WS-RC-FINAL             PIC 99 VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC THEN
               MOVE ZERO TO WS-ANO-ACADEMICO
           END-IF
           IF WS-TRIMESTRE NOT NUMERIC THEN
               MOVE ZERO TO WS-TRIMESTRE
           END-IF
           PERFORM 1100-LEER-GENERACION

           OPEN OUTPUT F-SALIDA
           CLOSE F-CONTROL-SAL

           PERFORM 3100-GRABAR-GENERACION
           PERFORM 3200-CATALOGAR-GENERACION

           DISPLAY 'PARTICIONES LEIDAS: ' C-PARTICIONES
           DISPLAY 'REGISTROS TOTALES:  ' C-TOTAL
           WRITE REG-GENERACION FROM WS-REG-GENERACION
           CLOSE F-GENERACION
           .
      ******************************************************************
       3200-CATALOGAR-GENERACION.
      *    SIN DATASET NO HAY NADA QUE RESOLVER DESPUES: LA
      *    CONSOLIDACION VALE, PERO EL PASO TERMINA CON RC 8
           IF WS-DSN-SALIDA = SPACES THEN
               DISPLAY '*CCPRAC9I*SIN*DSN*EN*SYSIN* GENERACION '
                   WS-GEN-NUMERO ' NO CATALOGADA'
               MOVE 8 TO WS-RC-FINAL
           ELSE
               INITIALIZE W-GENCAT-LOOKUP
               STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
                   DELIMITED BY SIZE INTO W-GC-FECHA
               MOVE WS-ANO-ACADEMICO TO W-GC-ANO
               MOVE WS-TRIMESTRE     TO W-GC-TRIMESTRE
               IF WS-ANO-ACADEMICO = ZERO OR WS-TRIMESTRE = ZERO THEN
                   MOVE W-GC-FECHA TO W-CAL-FECHA
                   CALL "MODCALEN" USING 'T' W-CAL-ANO W-CAL-TRIMESTRE
                                          W-CAL-FECHA W-CAL-RESULTADO
                                          W-CAL-MOTIVO
                   END-CALL
                   IF W-CAL-VALIDO THEN
                       MOVE W-CAL-ANO       TO W-GC-ANO
                       MOVE W-CAL-TRIMESTRE TO W-GC-TRIMESTRE
                   ELSE
                       DISPLAY '*CCPRAC9I*FECHA*SIN*TRIMESTRE* '
                           W-GC-FECHA ' ' W-CAL-MOTIVO
                   END-IF
               END-IF
               MOVE C-TOTAL       TO W-GC-REGISTROS
               MOVE WS-DSN-SALIDA TO W-GC-DATASET
               CALL "MODGENCA" USING 'A' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
               IF W-GC-ENCONTRADA THEN
                   DISPLAY 'GENERACION CATALOGADA: ' W-GC-GENERACION
                       ' ' W-GC-ANO '/' W-GC-TRIMESTRE
               ELSE
                   DISPLAY '*CCPRAC9I*ERROR*CATALOGAR*GENERACION* '
                       WS-DSN-SALIDA
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           END-IF
           .
      ******************************************************************
       5000-END-PROGRAM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
