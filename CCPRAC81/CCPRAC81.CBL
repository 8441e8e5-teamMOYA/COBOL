      *                 RBECAS SIN TOCAR EL FICHERO VIGENTE: SE        *
      *                 ESCRIBE UNO NUEVO COMPLETO. RESOLUCIONES SIN   *
      *                 CANDIDATO O DUPLICADAS SE LISTAN Y NO CARGAN.  *
      *                 CADA RESOLUCION CARGADA SE ASIENTA EN EL       *
      *                 REGISTRO DE CORRESPONDENCIA (MODCORRE, TIPO    *
      *                 BEC, CONCEDIDA O DENEGADA COMO REFERENCIA): LA *
      *                 CARTA DE RESOLUCION YA NO SE ARCHIVA, SALE A   *
      *                 LAS FAMILIAS EN EL ENSOBRADO CONJUNTO DE       *
      *                 CCPRACBA CON SU CODIGO DE VERIFICACION.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY RBECAS REPLACING REG-BECA BY REG-BECA-SAL.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODCORRE" USING 'O' 'BEC' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC81'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC81*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
             ELSE
               ADD 1 TO C-DENEGADAS
             END-IF
             PERFORM 2200-ASENTAR-RESOLUCION
           END-IF
           .
      ******************************************************************
       2200-ASENTAR-RESOLUCION.
           MOVE RS-NIF     TO W-CO-NIF
           MOVE CA-COLEGIO TO W-CO-COLEGIO
           MOVE RS-ANO     TO W-CO-ANO
           IF RS-CONCEDIDA THEN
             MOVE 'CONCEDIDA' TO W-CO-REFERENCIA
           ELSE
             MOVE 'DENEGADA'  TO W-CO-REFERENCIA
           END-IF
           CALL "MODCORRE" USING 'A' 'BEC' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC81'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC81*ERROR*ASENTAR*RESOLUCION* ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'BEC' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC81' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
           DISPLAY 'SIN CANDIDATO:       ' C-SIN-CANDIDATO
           DISPLAY 'DUPLICADAS:          ' C-DUPLICADAS
           DISPLAY 'ARRASTRADAS:         ' C-ARRASTRADAS
           CALL "MODCORRE" USING 'C' 'BEC' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC81'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CLOSE F-RESOLUCION
           CLOSE F-CANDIDATOS
           IF FS-BECAS-ANT-OK OR FS-BECAS-ANT-EOF THEN
