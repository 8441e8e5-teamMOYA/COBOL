      *                 DEVUELVE ADEMAS LA REGLA QUE FALLO (FORMATO,   *
      *                 LETRA, FORMATO-NIE, LETRA-NIE) PARA QUE LOS    *
      *                 INFORMES DE RECHAZO DIGAN EL MOTIVO REAL.      *
      *                 - NIA: NUMERO INTERNO DE ALUMNO PARA LOS NINOS *
      *                   SIN DNI NI NIE, 'N', 7 DIGITOS Y LETRA; LA   *
      *                   LETRA SE CALCULA COMO EN EL NIE CON LA N     *
      *                   VALIENDO 0. LO ASIGNA CCPRAC25 EN EL ALTA Y  *
      *                   SIRVE DE CLAVE EN ALUMNOS, NOTAS, FALTAS Y   *
      *                   MATRICULAS HASTA QUE CCPRAC48 LO VINCULA AL  *
      *                   DNI REAL (REGLAS FORMATO-NIA, LETRA-NIA).    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
               OR WS-NIE-PRIMERA = 'Z' THEN
             PERFORM 1100-VALIDAR-NIE
           ELSE
             IF WS-NIE-PRIMERA = 'N' THEN
               PERFORM 1300-VALIDAR-NIA
             ELSE
               PERFORM 1200-VALIDAR-NIF
             END-IF
           END-IF
           .

             END-IF
           END-IF
           .

       1300-VALIDAR-NIA.
           MOVE 'FORMATO-NIA' TO L-REGLA
           IF L-NIF (2:7) IS NUMERIC THEN
             MOVE '0' TO WS-NIE-NUM (1:1)
             MOVE L-NIF (2:7) TO WS-NIE-NUM (2:7)
             MOVE WS-NIE-NUM (1:8) TO WS-NIF-NUM
             MOVE FUNCTION MOD(WS-NIF-NUM, 23) TO WS-NIF-RESTO
             ADD 1 TO WS-NIF-RESTO GIVING WS-NIF-POS
             MOVE WS-TABLA-LETRAS-NIF (WS-NIF-POS:1)
               TO WS-NIF-LETRA-CALC
             IF WS-NIF-LETRA-CALC =
                 FUNCTION UPPER-CASE(L-NIF (9:1)) THEN
               SET L-NIF-VALIDO TO TRUE
               MOVE 'OK' TO L-REGLA
             ELSE
               MOVE 'LETRA-NIA' TO L-REGLA
             END-IF
           END-IF
           .
