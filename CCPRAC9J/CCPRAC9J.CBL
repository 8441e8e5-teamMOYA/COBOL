      *                 COLEGIO (FICHERO INDEXADO DE CCPRAC58:         *
      *                 NOMBRE, DOMICILIO, DIRECTOR) Y LAS             *
      *                 ASIGNATURAS DE MODASIGN. UNA PAGINA POR        *
      *                 ALUMNO CON SALTO DE CANAL. CADA CERTIFICADO SE *
      *                 ASIENTA EN EL REGISTRO DE CORRESPONDENCIA      *
      *                 (MODCORRE) Y LLEVA IMPRESO SU CODIGO DE        *
      *                 VERIFICACION. CADA CERTIFICADO SE IMPRIME EN   *
      *                 UNA HOJA DEL PAPEL DE SEGURIDAD DEL COLEGIO    *
      *                 (MODPAPEL) CUYO NUMERO VA IMPRESO DEBAJO DEL   *
      *                 CODIGO; SIN PAPEL LA TIRADA TERMINA CON 12.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 WS-COLEGIO-ED           PIC 99.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 W-PAPEL.
           05 W-PA-TIT-SERIE    PIC 9(6) VALUE 0.
           05 W-PA-SERIAL       PIC 9(8).
           05 W-PA-RESULTADO    PIC X.
               88 W-PA-OK            VALUE 'S'.

       01 LINEA-CER-MEMBRETE-1.
           05 LCM-COLEGIO-NOM PIC X(15).
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 LCF-FECHA PIC X(8).
           05 FILLER  PIC X(86) VALUE SPACES.

       01 LINEA-CER-VERIFICACION.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LCV-CODIGO PIC X(14).
           05 FILLER  PIC X(94) VALUE SPACES.

       01 LINEA-CER-PAPEL.
           05 FILLER  PIC X(24) VALUE 'HOJA DE SEGURIDAD N.:   '.
           05 LCP-SERIAL PIC 9(8).
           05 FILLER  PIC X(100) VALUE SPACES.

       01 LINEA-CER-BLANCO.
           05 FILLER  PIC X(132) VALUE SPACES.

           CALL "MODASIGN" USING 'O' W-ASG-DIGITO W-ASG-COD
                                  W-ASG-NOMBRE W-ASG-ENCONTRADO
           END-CALL

           CALL "MODCORRE" USING 'O' 'CER' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC9J'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC9J*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           CALL "MODPAPEL" USING 'O' 'CER' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC9J' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
               DISPLAY '*CCPRAC9J*ERROR*PAPEL*DE*SEGURIDAD*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-TIRADA-DE-COLEGIO.
           .
      ******************************************************************
       3000-EMITIR-CERTIFICADO.
           PERFORM 3050-ASENTAR-CERTIFICADO
           PERFORM 3100-MEMBRETE-DEL-COLEGIO
           WRITE LINEA-CERTIFICADO FROM LINEA-CER-MEMBRETE-1
               AFTER ADVANCING CANAL-12

           WRITE LINEA-CERTIFICADO FROM LINEA-CER-BLANCO AFTER 1
           WRITE LINEA-CERTIFICADO FROM LINEA-CER-FIRMA AFTER 2
           WRITE LINEA-CERTIFICADO FROM LINEA-CER-VERIFICACION AFTER 2
           WRITE LINEA-CERTIFICADO FROM LINEA-CER-PAPEL AFTER 1
           ADD 1 TO C-CERTIFICADOS
           .
      ******************************************************************
       3050-ASENTAR-CERTIFICADO.
      *    CADA CERTIFICADO QUEDA EN EL REGISTRO DE CORRESPONDENCIA
      *    ANTES DE IMPRIMIRSE; SIN CODIGO NO SE EMITE NINGUNO
           MOVE NIF OF DCLALUMNOS         TO W-CO-NIF
           MOVE COD-COLEGIO OF DCLALUMNOS TO W-CO-COLEGIO
           MOVE WS-ANO-ACADEMICO          TO W-CO-ANO
           MOVE 'MATRICULA'               TO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'CER' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC9J'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC9J*ERROR*ASENTAR*CERTIFICADO* '
                   W-CO-NIF
               CALL "MODCORRE" USING 'C' 'CER' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC9J' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LCV-CODIGO
           CALL "MODPAPEL" USING 'A' 'CER' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC9J' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
               DISPLAY '*CCPRAC9J*SIN*PAPEL*DE*SEGURIDAD* COLEGIO '
                   W-CO-COLEGIO ' NIF ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'CER' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC9J' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               CALL "MODPAPEL" USING 'C' 'CER' W-CO-COLEGIO W-CO-NIF
                                      W-CO-ANO W-PA-TIT-SERIE
                                      W-CO-CODIGO 'CCPRAC9J'
                                      W-PA-SERIAL W-PA-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-PA-SERIAL TO LCP-SERIAL
           .
      ******************************************************************
       3100-MEMBRETE-DEL-COLEGIO.
           MOVE COD-COLEGIO OF DCLALUMNOS TO WS-COLEGIO-ED
           DISPLAY 'CERTIFICADOS EMITIDOS: ' C-CERTIFICADOS
           CLOSE F-COLEGIOS
           CLOSE F-CERTIFICADOS
           CALL "MODCORRE" USING 'C' 'CER' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC9J'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CALL "MODPAPEL" USING 'C' 'CER' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC9J' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           MOVE C-CERTIFICADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9J' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
