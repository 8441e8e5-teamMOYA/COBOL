      *                 QUE EL TRIMESTRE ESTA ABIERTO; 3) REESCRIBE    *
      *                 RCALACAD CON CAL-TRIM-ESTADO 'C'; 4) ANOTA     *
      *                 EL CIERRE EN EL HISTORICO CIERRES (SOLO        *
      *                 CRECE); 5) MARCA EN EL CATALOGO DE             *
      *                 GENERACIONES (MODGENCA) LA ULTIMA GENERACION   *
      *                 DEL CONSOLIDADO RALUMN1B DEL TRIMESTRE COMO    *
      *                 LA DE CIERRE. DESDE ESE MOMENTO CCPRAC49       *
      *                 BLOQUEA LAS CORRECCIONES DEL TRIMESTRE SALVO   *
      *                 AUTORIZACION DE REAPERTURA EN REOPAUTH.        *
      *                 SI NO HAY GENERACION DEL TRIMESTRE QUE MARCAR, *
      *                 EL CIERRE SE HACE IGUAL PERO EL PROCESO        *
      *                 TERMINA CON RC 8.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

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
           PERFORM 2100-VERIFICAR-CALENDARIO
           PERFORM 3000-CERRAR-TRIMESTRE
           PERFORM 3100-ANOTAR-CIERRE
           PERFORM 3200-MARCAR-GENERACION
           PERFORM 4000-FIN
           .
      ******************************************************************
           WRITE REG-CIERRE
           CLOSE F-CIERRES
           .
      ******************************************************************
       3200-MARCAR-GENERACION.
      *    EL TRIMESTRE YA ESTA CERRADO: SI NO HAY GENERACION QUE
      *    MARCAR SE AVISA CON RC 8, Y LOS LECTORES DEL CIERRE
      *    ABORTARAN HASTA QUE SE CATALOGUE
           INITIALIZE W-GENCAT-LOOKUP
           MOVE WS-ANO-ACADEMICO TO W-GC-ANO
           MOVE WS-TRIMESTRE     TO W-GC-TRIMESTRE
           CALL "MODGENCA" USING 'M' W-GC-ANO W-GC-TRIMESTRE
                                  W-GC-FECHA W-GC-GENERACION
                                  W-GC-REGISTROS W-GC-DATASET
                                  W-GC-RESULTADO
           END-CALL
           IF W-GC-ENCONTRADA THEN
             DISPLAY 'GENERACION DE CIERRE: ' W-GC-GENERACION ' DEL '
                 W-GC-FECHA ' ' W-GC-DATASET
           ELSE
             DISPLAY '*CCPRAC9D*SIN*GENERACION*CATALOGADA*DEL*'
                 'TRIMESTRE* ' WS-ANO-ACADEMICO ' / ' WS-TRIMESTRE
             MOVE 8 TO WS-RC-FINAL
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'TRIMESTRE CERRADO:  ' WS-ANO-ACADEMICO ' / '
           .
      ******************************************************************
       5000-END-PROGRAM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
