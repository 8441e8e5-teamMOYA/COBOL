       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAQ.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CALCULO DE LA NOTA TRIMESTRAL A PARTIR DE SUS  *
      *                 COMPONENTES (REGISTRO RCOMPNOT QUE CARGA       *
      *                 CCPRACAP). PARA CADA NIF+ASIGNATURA+ANO+       *
      *                 TRIMESTRE DEL PERIODO DE SYSIN LA NOTA ES LA   *
      *                 MEDIA DE LAS NOTAS DE LOS COMPONENTES          *
      *                 PONDERADA POR SU PESO, REDONDEADA A UN         *
      *                 DECIMAL, Y SALE EN FORMATO RNOTAS02 ORDENADA   *
      *                 POR NIF (CONVOCATORIA ORDINARIA), LISTA PARA   *
      *                 EL MERGE DE CCPRAC02 JUNTO A LA SALIDA DE      *
      *                 CCPRAC54. CADA NOTA CALCULADA SE CONTRASTA     *
      *                 CON LA QUE YA HAY EN LA TABLA NOTAS: SI NO     *
      *                 COINCIDE SE LISTA EN DISCREPA Y NO SE SUELTA,  *
      *                 PARA QUE EL CALCULO NO PISE UNA CORRECCION O   *
      *                 UNA RECLAMACION ESTIMADA (CCPRAC49): O SE      *
      *                 CORRIGEN LOS COMPONENTES O SE CORRIGE LA NOTA. *
      *                 SYSIN: ANO ACADEMICO Y TRIMESTRE (0 = LOS      *
      *                 TRES TRIMESTRES DEL ANO).                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMPONENTES ASSIGN COMPNOTA
               FILE STATUS IS FS-COMPONENTES.

           SELECT F-NOTAS-SALIDA ASSIGN NOTASCMP
               FILE STATUS IS FS-NOTAS-SALIDA.

           SELECT F-DISCREPANCIAS ASSIGN DISCREPA
               FILE STATUS IS FS-DISCREPANCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD F-COMPONENTES
           RECORDING MODE IS F.
           COPY RCOMPNOT.

       FD F-NOTAS-SALIDA
           RECORDING MODE IS F.
           COPY RNOTAS02.

       FD F-DISCREPANCIAS
           RECORDING MODE IS F
           DATA RECORD LINEA-DISCREPANCIA.
       01 LINEA-DISCREPANCIA       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-COMPONENTES PIC XX.
               88 FS-COMPONENTES-OK  VALUE '00'.
               88 FS-COMPONENTES-EOF VALUE '10'.
           05 FS-NOTAS-SALIDA PIC XX.
               88 FS-NOTAS-SALIDA-OK VALUE '00'.
           05 FS-DISCREPANCIAS PIC XX.
               88 FS-DISCREPANCIAS-OK VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO               PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 FILLER               PIC X(75).

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(7) VALUE 0.
           05 C-DEL-PERIODO       PIC 9(7) VALUE 0.
           05 C-CLAVES            PIC 9(6) VALUE 0.
           05 C-NOTAS-NUEVAS      PIC 9(6) VALUE 0.
           05 C-NOTAS-IGUALES     PIC 9(6) VALUE 0.
           05 C-DISCREPANCIAS     PIC 9(6) VALUE 0.
           05 C-PESOS-MAL         PIC 9(6) VALUE 0.
           05 C-CON-ERROR         PIC 9(6) VALUE 0.

       01 WS-CLAVE-ACTUAL         PIC X(15).
       01 WS-CLAVE-ANTERIOR       PIC X(15) VALUE LOW-VALUES.
       01 WS-CLAVE-GRUPO.
           05 WS-GR-NIF           PIC X(9).
           05 WS-GR-ASIGNATURA    PIC 9.
           05 WS-GR-ANO           PIC 9(4).
           05 WS-GR-TRIMESTRE     PIC 9.

       01 WS-SUMA-PONDERADA       PIC 9(6)V9.
       01 WS-SUMA-PESOS           PIC 9(4).
       01 WS-NOTA-CALCULADA       PIC 99V9.
       01 WS-NOTA-ACTUAL          PIC S99V9 USAGE COMP-3.
       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 LINEA-DIS-TITULO.
           05 FILLER PIC X(47) VALUE
               'NOTAS QUE NO CUADRAN CON SUS COMPONENTES - ANO '.
           05 LDT-ANO        PIC 9(4).
           05 FILLER         PIC X(7) VALUE ' TRIM. '.
           05 LDT-TRIMESTRE  PIC 9.
           05 FILLER         PIC X(21) VALUE SPACES.

       01 LINEA-DIS-CABECERA.
           05 FILLER PIC X(80) VALUE
               'NIF       ASIG ANO  TRIM   ACTUAL   CALCULADA MOTIVO'.

       01 LINEA-DIS-DETALLE.
           05 LDD-NIF        PIC X(9).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 LDD-ASIGNATURA PIC 9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LDD-ANO        PIC 9(4).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 LDD-TRIMESTRE  PIC 9.
           05 FILLER         PIC X(6) VALUE SPACES.
           05 LDD-NOTA-ACTUAL PIC Z9,9.
           05 FILLER         PIC X(8) VALUE SPACES.
           05 LDD-NOTA-CALC  PIC Z9,9.
           05 FILLER         PIC X VALUE SPACE.
           05 LDD-MOTIVO     PIC X(30).
           05 FILLER         PIC X(4) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO NOT NUMERIC OR WS-TRIMESTRE NOT NUMERIC
               OR WS-TRIMESTRE > 3 THEN
             DISPLAY '*CCPRACAQ*SYSIN*ANO*TRIMESTRE*INVALIDOS*'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           MOVE WS-ANO       TO LDT-ANO
           MOVE WS-TRIMESTRE TO LDT-TRIMESTRE
           WRITE LINEA-DISCREPANCIA FROM LINEA-DIS-TITULO
           WRITE LINEA-DISCREPANCIA FROM LINEA-DIS-CABECERA
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-COMPONENTES
           IF NOT FS-COMPONENTES-OK THEN
               DISPLAY 'ERROR LEER REGISTRO COMPONENTES'
               DISPLAY FS-COMPONENTES
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-NOTAS-SALIDA
           IF NOT FS-NOTAS-SALIDA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO NOTAS SALIDA'
               DISPLAY FS-NOTAS-SALIDA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-DISCREPANCIAS
           IF NOT FS-DISCREPANCIAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO DISCREPANCIAS'
               DISPLAY FS-DISCREPANCIAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO.
           PERFORM 2100-LEER-COMPONENTE
           PERFORM UNTIL WS-CLAVE-ACTUAL = HIGH-VALUES
             MOVE WS-CLAVE-ACTUAL TO WS-CLAVE-GRUPO
             MOVE 0 TO WS-SUMA-PONDERADA WS-SUMA-PESOS
             PERFORM UNTIL WS-CLAVE-ACTUAL NOT = WS-CLAVE-GRUPO
               COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + CN-NOTA * CN-PESO
               ADD CN-PESO TO WS-SUMA-PESOS
               PERFORM 2100-LEER-COMPONENTE
             END-PERFORM
             ADD 1 TO C-CLAVES
             PERFORM 2200-CERRAR-CLAVE
           END-PERFORM
           .
      ******************************************************************
       2100-LEER-COMPONENTE.
      *    SOLO SE DEVUELVEN LOS COMPONENTES DEL PERIODO DE SYSIN; EL
      *    REGISTRO HA DE VENIR EN ORDEN DE CLAVE
           MOVE SPACES TO WS-CLAVE-ACTUAL
           PERFORM UNTIL WS-CLAVE-ACTUAL NOT = SPACES
             READ F-COMPONENTES
             IF FS-COMPONENTES-OK THEN
               ADD 1 TO C-LEIDOS
               IF CN-CLAVE < WS-CLAVE-ANTERIOR THEN
                 DISPLAY '*CCPRACAQ*ABEND*REGISTRO*DESORDENADO* '
                     CN-CLAVE
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
               MOVE CN-CLAVE TO WS-CLAVE-ANTERIOR
               IF CN-ANO = WS-ANO
                   AND (WS-TRIMESTRE = 0
                        OR CN-TRIMESTRE = WS-TRIMESTRE) THEN
                 ADD 1 TO C-DEL-PERIODO
                 MOVE CN-CLAVE TO WS-CLAVE-ACTUAL
               END-IF
             ELSE
               MOVE HIGH-VALUES TO WS-CLAVE-ACTUAL
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2200-CERRAR-CLAVE.
           INITIALIZE LINEA-DIS-DETALLE
           MOVE WS-GR-NIF        TO LDD-NIF
           MOVE WS-GR-ASIGNATURA TO LDD-ASIGNATURA
           MOVE WS-GR-ANO        TO LDD-ANO
           MOVE WS-GR-TRIMESTRE  TO LDD-TRIMESTRE
      *    CCPRACAP NO DEJA PASAR CLAVES CUYOS PESOS NO SUMEN 100;
      *    SI APARECE UNA, EL REGISTRO SE HA TOCADO POR OTRA VIA
           IF WS-SUMA-PESOS NOT = 100 THEN
             MOVE 'PESOS NO SUMAN 100: NO CALCULA' TO LDD-MOTIVO
             WRITE LINEA-DISCREPANCIA FROM LINEA-DIS-DETALLE
             ADD 1 TO C-PESOS-MAL
           ELSE
             COMPUTE WS-NOTA-CALCULADA ROUNDED =
                 WS-SUMA-PONDERADA / WS-SUMA-PESOS
             MOVE WS-NOTA-CALCULADA TO LDD-NOTA-CALC
             PERFORM 2300-BUSCAR-NOTA-ACTUAL
           END-IF
           .
      ******************************************************************
       2300-BUSCAR-NOTA-ACTUAL.
           MOVE WS-GR-NIF        TO NIF OF DCLNOTAS
           MOVE WS-GR-ASIGNATURA TO ASIGNATURA OF DCLNOTAS
           MOVE WS-GR-ANO        TO ANO-ACADEMICO OF DCLNOTAS
           MOVE WS-GR-TRIMESTRE  TO TRIMESTRE OF DCLNOTAS
           MOVE 1                TO CONVOCATORIA OF DCLNOTAS

           EXEC SQL
             SELECT NOTA
               INTO :WS-NOTA-ACTUAL
               FROM NOTAS
              WHERE NIF = :DCLNOTAS.NIF
                AND ASIGNATURA = :DCLNOTAS.ASIGNATURA
                AND ANO_ACADEMICO = :DCLNOTAS.ANO-ACADEMICO
                AND TRIMESTRE = :DCLNOTAS.TRIMESTRE
                AND CONVOCATORIA = :DCLNOTAS.CONVOCATORIA
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               PERFORM 2400-SOLTAR-NOTA
               ADD 1 TO C-NOTAS-NUEVAS
             WHEN SQLCODE NOT = 0
               PERFORM 2900-ERROR-SQL
             WHEN WS-NOTA-ACTUAL = WS-NOTA-CALCULADA
               PERFORM 2400-SOLTAR-NOTA
               ADD 1 TO C-NOTAS-IGUALES
             WHEN OTHER
               MOVE WS-NOTA-ACTUAL TO LDD-NOTA-ACTUAL
               MOVE 'NO COINCIDE: NO SE SUELTA' TO LDD-MOTIVO
               WRITE LINEA-DISCREPANCIA FROM LINEA-DIS-DETALLE
               ADD 1 TO C-DISCREPANCIAS
           END-EVALUATE
           .
      ******************************************************************
       2400-SOLTAR-NOTA.
           INITIALIZE REG-NOTAS
           MOVE WS-GR-NIF         TO NIF OF REG-NOTAS
           MOVE WS-GR-ASIGNATURA  TO ASIGNATURA OF REG-NOTAS
           MOVE WS-NOTA-CALCULADA TO NOTA OF REG-NOTAS
           MOVE WS-GR-ANO         TO ANO-ACADEMICO OF REG-NOTAS
           MOVE WS-GR-TRIMESTRE   TO TRIMESTRE OF REG-NOTAS
           MOVE 1                 TO CONVOCATORIA OF REG-NOTAS
           WRITE REG-NOTAS
           .
      ******************************************************************
       2900-ERROR-SQL.
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           DISPLAY '*CCPRACAQ*ERROR*SQL* ' WS-GR-NIF ' ' SQL-ERROR
               ' ' WS-SQL-MENSAJE
           MOVE 'ERROR SQL: NO SE SUELTA' TO LDD-MOTIVO
           WRITE LINEA-DISCREPANCIA FROM LINEA-DIS-DETALLE
           ADD 1 TO C-CON-ERROR
           MOVE SPACES TO WS-CLAVE-AUDITORIA
           STRING 'NIF=' DELIMITED BY SIZE
                  WS-GR-NIF DELIMITED BY SIZE
             INTO WS-CLAVE-AUDITORIA
           CALL "MODAUDIT" USING 'CCPRACAQ' WS-CLAVE-AUDITORIA
               SQL-ERROR
           END-CALL
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'COMPONENTES LEIDOS:    ' C-LEIDOS
           DISPLAY 'DEL PERIODO:           ' C-DEL-PERIODO
           DISPLAY 'CLAVES CALCULADAS:     ' C-CLAVES
           DISPLAY 'NOTAS NUEVAS:          ' C-NOTAS-NUEVAS
           DISPLAY 'NOTAS QUE COINCIDEN:   ' C-NOTAS-IGUALES
           DISPLAY 'DISCREPANCIAS:         ' C-DISCREPANCIAS
           DISPLAY 'PESOS QUE NO SUMAN 100:' C-PESOS-MAL
           DISPLAY 'ERRORES SQL:           ' C-CON-ERROR
           CLOSE F-COMPONENTES
           CLOSE F-NOTAS-SALIDA
           CLOSE F-DISCREPANCIAS
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAQ' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-DISCREPANCIAS > 0 OR C-PESOS-MAL > 0
               OR C-CON-ERROR > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
