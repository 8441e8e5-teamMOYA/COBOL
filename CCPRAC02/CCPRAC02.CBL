      *                 CORRER TRES O CUATRO TRABAJOS EN PARALELO      *
      *                 DENTRO DE LA VENTANA; CCPRAC9I CONSOLIDA LAS   *
      *                 SALIDAS EN UNA SOLA CON SU PAREJA *CAB/*FIN.   *
      *                 UNA PASADA COMPLETA (SIN PARTICION) CON        *
      *                 DATASET EN SYSIN SE DA DE ALTA EN EL CATALOGO  *
      *                 DE GENERACIONES (MODGENCA) DEL CONSOLIDADO.    *
      *                 SI FALTA EL DATASET O EL ALTA EN EL CATALOGO   *
      *                 FALLA, EL PROCESO TERMINA CON RC 8: LA         *
      *                 GENERACION NO QUEDA CATALOGADA Y NINGUN LECTOR *
      *                 LA ENCONTRARIA.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-PARTICION         PIC 99.
           05 WS-NIF-DESDE         PIC X(9).
           05 WS-NIF-HASTA         PIC X(9).
           05 WS-DSN-SALIDA        PIC X(44).
           05 FILLER               PIC X(10).

      *    SE DECIDE UNA SOLA VEZ EN 1000-INICIO, CON WS-PARTICION
      *    YA COMPROBADO NUMERICO: LAS PASADAS NORMALES LLEVAN LA

       01 WS-TIMESTAMP-INICIO      PIC X(21).
       01 WS-METRI-REGISTROS       PIC 9(9).
       01 WS-RC-FINAL              PIC 99 VALUE 0.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
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

       01 LINEA-FUERA-CAL-DATOS.
           05 LFC-NIF               PIC X(9).
           05 FILLER                PIC X     VALUE SPACE.
           SET LE-MERGE-OK TO TRUE
           PERFORM 3100-DISPLAY-DATOS
           PERFORM 3200-CERRAR-FICHEROS
           IF NOT MODO-PARTICION THEN
               PERFORM 3300-CATALOGAR-GENERACION
           END-IF
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC02' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           CLOSE F-NOTA-SIN-AL
           CLOSE F-FUERA-CAL
           .
      *****************************************************************
       3300-CATALOGAR-GENERACION.
      *    LAS PARTICIONES NO SE CATALOGAN: LO HACE CCPRAC9I CON LA
      *    SALIDA CONSOLIDADA
           IF WS-DSN-SALIDA = SPACES THEN
               DISPLAY '*CCPRAC02*SIN*DSN*EN*SYSIN* SALIDA NO '
                   'CATALOGADA'
               MOVE 8 TO WS-RC-FINAL
           ELSE
               INITIALIZE W-GENCAT-LOOKUP
               MOVE WS-TIMESTAMP-INICIO (1:8) TO W-GC-FECHA
               MOVE W-GC-FECHA TO W-CAL-FECHA
               CALL "MODCALEN" USING 'T' W-CAL-ANO W-CAL-TRIMESTRE
                                      W-CAL-FECHA W-CAL-RESULTADO
                                      W-CAL-MOTIVO
               END-CALL
               IF W-CAL-VALIDO THEN
                   MOVE W-CAL-ANO       TO W-GC-ANO
                   MOVE W-CAL-TRIMESTRE TO W-GC-TRIMESTRE
               ELSE
                   DISPLAY '*CCPRAC02*FECHA*SIN*TRIMESTRE* '
                       W-GC-FECHA ' ' W-CAL-MOTIVO
                   MOVE WS-ANO-ACADEMICO TO W-GC-ANO
               END-IF
               MOVE C-SALIDA      TO W-GC-REGISTROS
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
                   DISPLAY '*CCPRAC02*ERROR*CATALOGAR*GENERACION* '
                       WS-DSN-SALIDA
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           END-IF
           .
      *****************************************************************
       5000-END-PROGRAM.
           MOVE LINEA-ESTADO TO REG-ESTADO
                   W-LOCK-DESDE
               END-CALL
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
