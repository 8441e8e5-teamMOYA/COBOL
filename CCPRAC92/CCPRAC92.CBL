      *                 PORCENTAJE DE SYSIN, SALE EN LA LISTA DE       *
      *                 EXCEPCIONES CON SU EVIDENCIA, LISTA PARA LA    *
      *                 INSPECCION.                                    *
      *                 K, EL PORCENTAJE DEL PICO Y LA NOTA DE         *
      *                 APROBADO (DONDE SE MIDE EL PICO) SE TOMAN DEL  *
      *                 FICHERO CENTRAL DE REGLAS (RREGLAS VIA         *
      *                 MODREGLA) EN VIGOR EL ANO DE SYSIN (EN BLANCO, *
      *                 LAS VIGENTES HOY); LA FICHA DE SYSIN SOLO      *
      *                 CUENTA SI LA REGLA NO RIGE ESE ANO.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 LINEA-SYSIN.
           05 WS-K-DESVIACIONES    PIC 9V9.
           05 WS-PCT-PICO-5        PIC 99.
           05 WS-ANO-ESTADISTICA   PIC 9(4).
           05 FILLER               PIC X(73).

       01 WS-NOTA-APROBADO        PIC 99V9 VALUE 5.
       01 W-IDX-PICO              PIC 99 VALUE 6.

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9,99.

       01 C-CONTADORES.
           05 C-REGISTROS         PIC 9(5) VALUE 0.
             DISPLAY '*CCPRAC92*SYSIN*SIN*PICO* SE ASUME 40 POR '
                 'CIENTO EN EL 5'
           END-IF
           IF WS-ANO-ESTADISTICA NOT NUMERIC THEN
             MOVE 0 TO WS-ANO-ESTADISTICA
           END-IF
           PERFORM 1050-REGLAS-DEL-ANO
           INITIALIZE T-GLOBAL

           OPEN OUTPUT F-EXCEPCIONES
           END-IF
           WRITE LINEA-EXCEPCION FROM LINEA-EXC-CABECERA
           .
      ******************************************************************
       1050-REGLAS-DEL-ANO.
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-ESTADISTICA TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL

           MOVE 'INFLA-K-DESV' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-K-DESVIACIONES
           END-IF

           MOVE 'INFLA-PCT-PICO' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-PCT-PICO-5
           END-IF

      *    LA DISTRIBUCION VA POR NOTA ENTERA: EL PICO SE MIDE EN LA
      *    POSICION DE LA PARTE ENTERA DEL APROBADO (LA 6 PARA EL 5)
           MOVE 'NOTA-APROBADO' TO W-RG-REGLA
           PERFORM 1060-CONSULTAR-REGLA
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO WS-NOTA-APROBADO
               IF WS-NOTA-APROBADO < 10 THEN
                 COMPUTE W-IDX-PICO = WS-NOTA-APROBADO + 1
                 END-COMPUTE
               END-IF
           END-IF

           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1060-CONSULTAR-REGLA.
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK THEN
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO '
                   WS-ANO-ESTADISTICA ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRAC92*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           .
      ******************************************************************
       2000-PASADA-GLOBAL.
           OPEN INPUT F-ESTADISTICA
                 T-GL-DESV (C-ASIG) * WS-K-DESVIACIONES
             END-COMPUTE
             COMPUTE W-PCT-CINCOS ROUNDED =
                 CT-NOTA OF REG-COLEGIO-EST (C-ASIG, W-IDX-PICO) * 100
                 / W-CT-LOCAL
             END-COMPUTE
             EVALUATE TRUE
                 MOVE 'MEDIA HUNDIDA         ' TO LED-MOTIVO
                 PERFORM 3200-ESCRIBIR-EXCEPCION
               WHEN W-PCT-CINCOS >= WS-PCT-PICO-5
                 MOVE 'PICO EN EL APROBADO   ' TO LED-MOTIVO
                 PERFORM 3200-ESCRIBIR-EXCEPCION
             END-EVALUATE
           END-IF
