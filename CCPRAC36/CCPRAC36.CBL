      *                 COMPLETO DE CCPRAC15 (QUE QUEDA COMO VIA DE    *
      *                 RECUPERACION). UN NIF QUE RETROCEDE EN         *
      *                 CUALQUIERA DE LOS DOS FICHEROS ABORTA EL       *
      *                 PROCESO. EL FICHERO DE AYER NO LO ELIGE EL     *
      *                 OPERADOR: SE RESUELVE EN EL CATALOGO DE        *
      *                 GENERACIONES (MODGENCA) COMO LA DEL DIA        *
      *                 LABORABLE ANTERIOR A LA FECHA DE HOY (O A LA   *
      *                 FECHA DE SYSIN), O LA QUE FIJE SYSIN EN UN     *
      *                 RELANZAMIENTO; SIN GENERACION CATALOGADA EL    *
      *                 PROCESO ABORTA SIN ESCRIBIR DELTA.             *
      *                 SI LOS REGISTROS LEIDOS DE AYER NO CUADRAN CON *
      *                 LOS CATALOGADOS EL DELTA NO VALE: EL PROCESO   *
      *                 ABORTA CON RC 12.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-HOY ASSIGN ALUMNHOY
               FILE STATUS IS FS-HOY.

           SELECT F-AYER ASSIGN TO WS-DSN-AYER
               FILE STATUS IS FS-AYER.

           SELECT F-DELTA ASSIGN DELTA
           05 C-BAJAS             PIC 9(6) VALUE 0.
           05 C-IGUALES           PIC 9(6) VALUE 0.

       01 LINEA-SYSIN.
           05 WS-FECHA-REFERENCIA  PIC X(8).
           05 WS-GENERACION-AYER   PIC 9(6).
           05 FILLER               PIC X(66).

       01 WS-DSN-AYER             PIC X(44) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 WS-NIF-ANT-HOY          PIC X(9) VALUE LOW-VALUES.
       01 WS-NIF-ANT-AYER         PIC X(9) VALUE LOW-VALUES.

      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1050-RESOLVER-AYER
           PERFORM 1100-ABRIR-FICHEROS
           .
      ******************************************************************
       1050-RESOLVER-AYER.
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-GENERACION-AYER NUMERIC
               AND WS-GENERACION-AYER > 0 THEN
               MOVE WS-GENERACION-AYER TO W-GC-GENERACION
               CALL "MODGENCA" USING 'G' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           ELSE
               IF WS-FECHA-REFERENCIA = SPACES THEN
                   MOVE WS-TIMESTAMP-INICIO (1:8) TO W-GC-FECHA
               ELSE
                   MOVE WS-FECHA-REFERENCIA TO W-GC-FECHA
               END-IF
               CALL "MODGENCA" USING 'D' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           END-IF
           IF NOT W-GC-ENCONTRADA THEN
               DISPLAY '*CCPRAC36*ABEND*GENERACION*NO*CATALOGADA* '
                   'AYER RESPECTO A ' W-GC-FECHA
                   ' GENERACION ' W-GC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-GC-DATASET TO WS-DSN-AYER
           DISPLAY 'ALUMNOS AYER: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA ' ' WS-DSN-AYER
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-HOY
           DISPLAY 'MODIFICACIONES:     ' C-MODIFICACIONES
           DISPLAY 'BAJAS:              ' C-BAJAS
           DISPLAY 'SIN CAMBIO:         ' C-IGUALES
           IF C-AYER NOT = W-GC-REGISTROS THEN
               DISPLAY '*CCPRAC36*ABEND*AYER*NO*CUADRA*CON*CATALOGO* '
                   'LEIDOS ' C-AYER ' CATALOGADOS ' W-GC-REGISTROS
               CLOSE F-HOY
               CLOSE F-AYER
               CLOSE F-DELTA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           CLOSE F-HOY
           CLOSE F-AYER
