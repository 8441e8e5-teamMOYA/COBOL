       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA9.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PLAN DE VISITAS DE INSPECCION DEL TRIMESTRE.   *
      *                 REUNE EN UN INDICE DE RIESGO POR COLEGIO LAS   *
      *                 SENALES QUE YA PRODUCE EL SISTEMA: LOS         *
      *                 RECHAZOS DE CALIDAD DE DATOS (RSCORE DE        *
      *                 CCPRAC79), LAS EXCEPCIONES DE INFLACION DE     *
      *                 NOTAS (LISTADO DE CCPRAC92), LAS PAREJAS       *
      *                 DESCALIBRADAS DE LA PRUEBA DIAGNOSTICA         *
      *                 (INFORME DE CCPRAC99), LOS ABANDONOS SIN       *
      *                 EXPLICACION (LISTADO DE CCPRAC9O), LAS CARTAS  *
      *                 DE ABSENTISMO DEL TRIMESTRE SUMANDO SU NIVEL   *
      *                 (REGISTRO DE CORRESPONDENCIA, CARTAS FAL DE    *
      *                 CCPRAC74) Y LAS RECLAMACIONES DE ENTREGA DEL   *
      *                 TRIMESTRE SUMANDO SU NIVEL (RRECORDA DE        *
      *                 CCPRAC77). CADA SENAL SE MULTIPLICA POR SU     *
      *                 PESO DEL FICHERO RPESORIE (SIN PESO VALE       *
      *                 1,00) Y LA SUMA ES EL INDICE. IMPRIME EL PLAN  *
      *                 DE MAYOR A MENOR RIESGO CON LA APORTACION DE   *
      *                 CADA SENAL, LA QUE MAS PESO TUVO Y LA          *
      *                 TENDENCIA CONTRA EL ULTIMO TRIMESTRE DEL       *
      *                 HISTORICO RRIESGO, QUE REESCRIBE AL TERMINAR   *
      *                 (REPETIR UN TRIMESTRE SUSTITUYE SUS LINEAS).   *
      *                 LAS SENALES QUE FALTEN SE AVISAN Y CUENTAN     *
      *                 CERO.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PESOS ASSIGN PESOS
               FILE STATUS IS FS-PESOS.

           SELECT F-SCORE ASSIGN SCORE
               FILE STATUS IS FS-SCORE.

           SELECT F-INFLACION ASSIGN EXCEPCIO
               FILE STATUS IS FS-INFLACION.

           SELECT F-DIAGNOSTICO ASSIGN INFORME
               FILE STATUS IS FS-DIAGNOSTICO.

           SELECT F-ABANDONOS ASSIGN ABANDONO
               FILE STATUS IS FS-ABANDONOS.

           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

           SELECT F-RECORDA ASSIGN RECORDA
               FILE STATUS IS FS-RECORDA.

           SELECT F-RIESGO-ANT ASSIGN RIESGANT
               FILE STATUS IS FS-RIESGO-ANT.

           SELECT F-RIESGO-NUEVO ASSIGN RIESGNUE
               FILE STATUS IS FS-RIESGO-NUEVO.

           SELECT F-PLAN ASSIGN PLANVISI
               FILE STATUS IS FS-PLAN.

       DATA DIVISION.
       FILE SECTION.
       FD F-PESOS
           RECORDING MODE IS F.
           COPY RPESORIE.

       FD F-SCORE
           RECORDING MODE IS F.
           COPY RSCORE.

       FD F-INFLACION
           RECORDING MODE IS F
           DATA RECORD LINEA-INFLACION.
       01 LINEA-INFLACION.
           05 LIN-LITERAL          PIC X(9).
           05 LIN-COLEGIO          PIC XX.
           05 FILLER               PIC X(121).

       FD F-DIAGNOSTICO
           RECORDING MODE IS F
           DATA RECORD LINEA-DIAGNOSTICO.
       01 LINEA-DIAGNOSTICO.
           05 LDI-LITERAL          PIC X(9).
           05 LDI-COLEGIO          PIC XX.
           05 FILLER               PIC X(70).
           05 LDI-MARCA            PIC X(16).
           05 FILLER               PIC X(35).

       FD F-ABANDONOS
           RECORDING MODE IS F
           DATA RECORD LINEA-ABANDONO.
       01 LINEA-ABANDONO.
           05 LAB-LITERAL          PIC X(9).
           05 LAB-COLEGIO          PIC XX.
           05 FILLER               PIC X(57).
           05 LAB-MARCA            PIC X(12).

       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       FD F-RECORDA
           RECORDING MODE IS F.
           COPY RRECORDA.

       FD F-RIESGO-ANT
           RECORDING MODE IS F.
           COPY RRIESGO.

       FD F-RIESGO-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-RIESGO-NUEVO.
       01 REG-RIESGO-NUEVO         PIC X(80).

       FD F-PLAN
           RECORDING MODE IS F
           DATA RECORD LINEA-PLAN.
       01 LINEA-PLAN               PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PESOS PIC XX.
               88 FS-PESOS-OK       VALUE '00'.
           05 FS-SCORE PIC XX.
               88 FS-SCORE-OK       VALUE '00'.
           05 FS-INFLACION PIC XX.
               88 FS-INFLACION-OK   VALUE '00'.
           05 FS-DIAGNOSTICO PIC XX.
               88 FS-DIAGNOSTICO-OK VALUE '00'.
           05 FS-ABANDONOS PIC XX.
               88 FS-ABANDONOS-OK   VALUE '00'.
           05 FS-CORRESP PIC XX.
               88 FS-CORRESP-OK     VALUE '00'.
           05 FS-RECORDA PIC XX.
               88 FS-RECORDA-OK     VALUE '00'.
           05 FS-RIESGO-ANT PIC XX.
               88 FS-RIESGO-ANT-OK  VALUE '00'.
               88 FS-RIESGO-ANT-NO-EXISTE VALUE '35'.
           05 FS-RIESGO-NUEVO PIC XX.
               88 FS-RIESGO-NUEVO-OK VALUE '00'.
           05 FS-PLAN PIC XX.
               88 FS-PLAN-OK        VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 FILLER               PIC X(75).

       01 C-CONTADORES.
           05 C-PESOS             PIC 9(4) VALUE 0.
           05 C-PESOS-ERR         PIC 9(4) VALUE 0.
           05 C-LEIDOS            PIC 9(7) VALUE 0.
           05 C-HISTORICO         PIC 9(7) VALUE 0.
           05 C-SUSTITUIDOS       PIC 9(7) VALUE 0.
           05 C-GRABADOS          PIC 9(7) VALUE 0.
           05 C-EN-PLAN           PIC 9(4) VALUE 0.

      *    NOMBRES DE LAS SENALES EN EL ORDEN DE RPESORIE Y RRIESGO
       01 T-NOMBRES-SENAL.
           05 FILLER  PIC X(12) VALUE 'CALIDAD     '.
           05 FILLER  PIC X(12) VALUE 'INFLACION   '.
           05 FILLER  PIC X(12) VALUE 'DIAGNOSTICO '.
           05 FILLER  PIC X(12) VALUE 'ABANDONO    '.
           05 FILLER  PIC X(12) VALUE 'ABSENTISMO  '.
           05 FILLER  PIC X(12) VALUE 'ENTREGAS    '.
       01 T-NOMBRES-SENAL-R REDEFINES T-NOMBRES-SENAL.
           05 T-NOMBRE-SENAL OCCURS 6 PIC X(12).

       01 T-PESOS.
           05 T-PESO-ENTRADA OCCURS 6.
               10 T-PESO           PIC 9(3)V99.
               10 T-PESO-LEIDO     PIC X.

       01 T-RIESGO.
           05 T-RI-ENTRADA OCCURS 99.
               10 T-RI-SENAL OCCURS 6     PIC 9(6).
               10 T-RI-APORTE OCCURS 6    PIC 9(7)V99.
               10 T-RI-INDICE             PIC 9(7)V99.
               10 T-RI-PRINCIPAL          PIC 9.
               10 T-RI-PERIODO-ANT        PIC 9(5).
               10 T-RI-INDICE-ANT         PIC 9(7)V99.
               10 T-RI-IMPRESO            PIC X.

       01 WS-IDX             PIC 999.
       01 WS-IDX-SENAL       PIC 9.
       01 WS-IDX-PEOR        PIC 999.
       01 WS-COLEGIO         PIC 999.
       01 WS-COLEGIO-ACTUAL  PIC 99.
       01 WS-COLEGIO-LISTADO PIC XX.
       01 WS-COLEGIO-LISTADO-N REDEFINES WS-COLEGIO-LISTADO PIC 99.
       01 WS-NIVEL-CARTA     PIC 9.
       01 WS-PERIODO         PIC 9(5).
       01 WS-PERIODO-HIST    PIC 9(5).
       01 W-MAXIMO           PIC 9(7)V99.
       01 W-INDICE-ED        PIC ZZZZZZ9,99.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
           05 W-CAL-FECHA       PIC X(8).
           05 W-CAL-RESULTADO   PIC X.
               88 W-CAL-VALIDO       VALUE 'S'.
           05 W-CAL-MOTIVO      PIC X(20).

       01 WS-FECHA-ACTUAL.
           05 WS-FECHA-HOY      PIC X(8).
           05 FILLER            PIC X(13).

       01 LINEA-PLA-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'PLAN DE VISITAS DE INSPECCION - ANO     '.
           05 LPC-ANO       PIC 9(4).
           05 FILLER  PIC X(12) VALUE ' TRIMESTRE  '.
           05 LPC-TRIMESTRE PIC 9.
           05 FILLER  PIC X(75) VALUE SPACES.

       01 LINEA-PLA-COLUMNAS.
           05 FILLER  PIC X(8)  VALUE 'ORD COL '.
           05 FILLER  PIC X(16) VALUE 'NOMBRE          '.
           05 FILLER  PIC X(11) VALUE '    INDICE '.
           05 FILLER  PIC X(11) VALUE '  ANTERIOR '.
           05 FILLER  PIC X(10) VALUE 'TENDENCIA '.
           05 FILLER  PIC X(12) VALUE 'SENAL PRINC.'.
           05 FILLER  PIC X(10) VALUE '   CALIDAD'.
           05 FILLER  PIC X(10) VALUE ' INFLACION'.
           05 FILLER  PIC X(10) VALUE ' DIAGNOST.'.
           05 FILLER  PIC X(10) VALUE '  ABANDONO'.
           05 FILLER  PIC X(10) VALUE 'ABSENTISMO'.
           05 FILLER  PIC X(10) VALUE '  ENTREGAS'.
           05 FILLER  PIC X(4)  VALUE SPACES.

       01 LINEA-PLA-COLEGIO.
           05 LPL-ORDEN     PIC ZZ9.
           05 FILLER        PIC X.
           05 LPL-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2).
           05 LPL-NOMBRE    PIC X(15).
           05 FILLER        PIC X.
           05 LPL-INDICE    PIC ZZZZZZ9,99.
           05 FILLER        PIC X.
           05 LPL-ANTERIOR  PIC X(10).
           05 FILLER        PIC X.
           05 LPL-TENDENCIA PIC X(10).
           05 LPL-PRINCIPAL PIC X(12).
           05 LPL-SENAL OCCURS 6.
               10 FILLER    PIC X.
               10 LPL-APORTE PIC ZZZZZ9,99.
           05 FILLER        PIC X(4).

       01 LINEA-PLA-TOTAL.
           05 FILLER  PIC X(33) VALUE
               'COLEGIOS EN EL PLAN DE VISITAS: '.
           05 LPT-TOTAL     PIC ZZZ9.
           05 FILLER  PIC X(95) VALUE SPACES.

           COPY RRIESGO REPLACING REG-RIESGO BY REG-RIESGO-SAL.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-ACUMULAR-CALIDAD
           PERFORM 2100-ACUMULAR-INFLACION
           PERFORM 2200-ACUMULAR-DIAGNOSTICO
           PERFORM 2300-ACUMULAR-ABANDONOS
           PERFORM 2400-ACUMULAR-ABSENTISMO
           PERFORM 2500-ACUMULAR-ENTREGAS
           PERFORM 2600-CALCULAR-INDICES
           PERFORM 3000-PLAN-DE-VISITAS
           PERFORM 3100-GRABAR-HISTORICO
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = 0
               OR WS-TRIMESTRE NOT NUMERIC
               OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
             DISPLAY '*CCPRACA9*SYSIN*ANO*TRIMESTRE*INVALIDO* '
                 WS-ANO-ACADEMICO WS-TRIMESTRE
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           COMPUTE WS-PERIODO = WS-ANO-ACADEMICO * 10 + WS-TRIMESTRE
           INITIALIZE T-RIESGO
           INITIALIZE T-PESOS
           PERFORM 1100-CARGAR-PESOS

           OPEN OUTPUT F-PLAN
           IF NOT FS-PLAN-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PLAN DE VISITAS'
               DISPLAY FS-PLAN
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RIESGO-NUEVO
           IF NOT FS-RIESGO-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RIESGO NUEVO'
               DISPLAY FS-RIESGO-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1200-COPIAR-HISTORICO

           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-CARGAR-PESOS.
           OPEN INPUT F-PESOS
           IF NOT FS-PESOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO PESOS'
               DISPLAY FS-PESOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-PESOS
           PERFORM UNTIL NOT FS-PESOS-OK
             ADD 1 TO C-PESOS
             EVALUATE TRUE
               WHEN PR-CALIDAD     MOVE 1 TO WS-IDX-SENAL
               WHEN PR-INFLACION   MOVE 2 TO WS-IDX-SENAL
               WHEN PR-DIAGNOSTICO MOVE 3 TO WS-IDX-SENAL
               WHEN PR-ABANDONO    MOVE 4 TO WS-IDX-SENAL
               WHEN PR-ABSENTISMO  MOVE 5 TO WS-IDX-SENAL
               WHEN PR-ENTREGAS    MOVE 6 TO WS-IDX-SENAL
               WHEN OTHER          MOVE 0 TO WS-IDX-SENAL
             END-EVALUATE
             IF WS-IDX-SENAL = 0 OR PR-PESO NOT NUMERIC THEN
               DISPLAY '*CCPRACA9*PESO*INVALIDO* ' REG-PESO-RIESGO
               ADD 1 TO C-PESOS-ERR
             ELSE
               MOVE PR-PESO TO T-PESO (WS-IDX-SENAL)
               MOVE 'S'     TO T-PESO-LEIDO (WS-IDX-SENAL)
             END-IF
             READ F-PESOS
           END-PERFORM
           CLOSE F-PESOS
           IF C-PESOS-ERR > 0 THEN
             DISPLAY '*CCPRACA9*PESOS*ERRONEOS* ' C-PESOS-ERR
                 ' - NO SE CALCULA NADA'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
      *    UNA SENAL SIN LINEA EN EL FICHERO DE PESOS CUENTA CON 1,00
           PERFORM VARYING WS-IDX-SENAL FROM 1 BY 1
                   UNTIL WS-IDX-SENAL > 6
             IF T-PESO-LEIDO (WS-IDX-SENAL) NOT = 'S' THEN
               DISPLAY '*CCPRACA9*SIN*PESO* '
                   T-NOMBRE-SENAL (WS-IDX-SENAL) ' SE TOMA 1,00'
               MOVE 1 TO T-PESO (WS-IDX-SENAL)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       1200-COPIAR-HISTORICO.
      *    EL HISTORICO SE COPIA ENTERO SALVO LAS LINEAS DEL TRIMESTRE
      *    QUE SE CALCULA AHORA; DE CADA COLEGIO SE GUARDA EL ULTIMO
      *    TRIMESTRE ANTERIOR PARA LA TENDENCIA
           OPEN INPUT F-RIESGO-ANT
           IF FS-RIESGO-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACA9*SIN*HISTORICO*ANTERIOR* SIN TENDENCIA'
           ELSE
             IF NOT FS-RIESGO-ANT-OK THEN
               DISPLAY 'ERROR LEER FICHERO RIESGO ANTERIOR'
               DISPLAY FS-RIESGO-ANT
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-RIESGO-ANT
             PERFORM UNTIL NOT FS-RIESGO-ANT-OK
               ADD 1 TO C-HISTORICO
               COMPUTE WS-PERIODO-HIST = RI-ANO OF REG-RIESGO * 10
                   + RI-TRIMESTRE OF REG-RIESGO
               END-COMPUTE
               IF WS-PERIODO-HIST = WS-PERIODO THEN
                 ADD 1 TO C-SUSTITUIDOS
               ELSE
                 WRITE REG-RIESGO-NUEVO FROM REG-RIESGO
                 ADD 1 TO C-GRABADOS
                 IF WS-PERIODO-HIST < WS-PERIODO
                     AND RI-COLEGIO OF REG-RIESGO >= 1
                     AND RI-COLEGIO OF REG-RIESGO <= 99
                     AND WS-PERIODO-HIST >
                       T-RI-PERIODO-ANT (RI-COLEGIO OF REG-RIESGO) THEN
                   MOVE WS-PERIODO-HIST
                     TO T-RI-PERIODO-ANT (RI-COLEGIO OF REG-RIESGO)
                   MOVE RI-INDICE OF REG-RIESGO
                     TO T-RI-INDICE-ANT (RI-COLEGIO OF REG-RIESGO)
                 END-IF
               END-IF
               READ F-RIESGO-ANT
             END-PERFORM
             CLOSE F-RIESGO-ANT
           END-IF
           .
      ******************************************************************
       2000-ACUMULAR-CALIDAD.
      *    RSCORE ES LA ULTIMA PASADA DE CCPRAC79; EL COLEGIO 0 "SIN
      *    ATRIBUIR" NO ENTRA EN EL PLAN
           OPEN INPUT F-SCORE
           IF NOT FS-SCORE-OK THEN
             DISPLAY 'SIN FICHERO SCORE - CALIDAD CUENTA CERO'
           ELSE
             READ F-SCORE
             PERFORM UNTIL NOT FS-SCORE-OK
               ADD 1 TO C-LEIDOS
               IF SC-COLEGIO >= 1 AND SC-COLEGIO <= 99 THEN
                 ADD SC-TOTAL TO T-RI-SENAL (SC-COLEGIO, 1)
               END-IF
               READ F-SCORE
             END-PERFORM
             CLOSE F-SCORE
           END-IF
           .
      ******************************************************************
       2100-ACUMULAR-INFLACION.
      *    CADA LINEA 'COLEGIO: ' DEL LISTADO DE CCPRAC92 ES UN
      *    CURSO+ASIGNATURA FUERA DE LA DISTRIBUCION
           OPEN INPUT F-INFLACION
           IF NOT FS-INFLACION-OK THEN
             DISPLAY 'SIN FICHERO EXCEPCIONES - INFLACION CUENTA CERO'
           ELSE
             READ F-INFLACION
             PERFORM UNTIL NOT FS-INFLACION-OK
               ADD 1 TO C-LEIDOS
               IF LIN-LITERAL = 'COLEGIO: ' THEN
                 MOVE LIN-COLEGIO TO WS-COLEGIO-LISTADO
                 MOVE 2 TO WS-IDX-SENAL
                 PERFORM 2900-SUMAR-COLEGIO-LISTADO
               END-IF
               READ F-INFLACION
             END-PERFORM
             CLOSE F-INFLACION
           END-IF
           .
      ******************************************************************
       2200-ACUMULAR-DIAGNOSTICO.
           OPEN INPUT F-DIAGNOSTICO
           IF NOT FS-DIAGNOSTICO-OK THEN
             DISPLAY 'SIN FICHERO INFORME - DIAGNOSTICO CUENTA CERO'
           ELSE
             READ F-DIAGNOSTICO
             PERFORM UNTIL NOT FS-DIAGNOSTICO-OK
               ADD 1 TO C-LEIDOS
               IF LDI-LITERAL = 'COLEGIO: '
                   AND LDI-MARCA = '*DESCALIBRADO*  ' THEN
                 MOVE LDI-COLEGIO TO WS-COLEGIO-LISTADO
                 MOVE 3 TO WS-IDX-SENAL
                 PERFORM 2900-SUMAR-COLEGIO-LISTADO
               END-IF
               READ F-DIAGNOSTICO
             END-PERFORM
             CLOSE F-DIAGNOSTICO
           END-IF
           .
      ******************************************************************
       2300-ACUMULAR-ABANDONOS.
      *    EL LISTADO DE CCPRAC9O LLEVA UNA CABECERA 'COLEGIO: ' Y
      *    DEBAJO LOS ALUMNOS MARCADOS COMO ABANDONO
           MOVE 0 TO WS-COLEGIO-ACTUAL
           OPEN INPUT F-ABANDONOS
           IF NOT FS-ABANDONOS-OK THEN
             DISPLAY 'SIN FICHERO ABANDONOS - ABANDONO CUENTA CERO'
           ELSE
             READ F-ABANDONOS
             PERFORM UNTIL NOT FS-ABANDONOS-OK
               ADD 1 TO C-LEIDOS
               IF LAB-LITERAL = 'COLEGIO: ' THEN
                 MOVE LAB-COLEGIO TO WS-COLEGIO-LISTADO
                 IF WS-COLEGIO-LISTADO (1:1) = SPACE THEN
                   MOVE '0' TO WS-COLEGIO-LISTADO (1:1)
                 END-IF
                 IF WS-COLEGIO-LISTADO NUMERIC THEN
                   MOVE WS-COLEGIO-LISTADO-N TO WS-COLEGIO-ACTUAL
                 ELSE
                   MOVE 0 TO WS-COLEGIO-ACTUAL
                 END-IF
               ELSE
                 IF LAB-MARCA = ' *ABANDONO* '
                     AND WS-COLEGIO-ACTUAL >= 1 THEN
                   ADD 1 TO T-RI-SENAL (WS-COLEGIO-ACTUAL, 4)
                 END-IF
               END-IF
               READ F-ABANDONOS
             END-PERFORM
             CLOSE F-ABANDONOS
           END-IF
           .
      ******************************************************************
       2400-ACUMULAR-ABSENTISMO.
      *    CADA CARTA DE FALTAS DEL TRIMESTRE SUMA SU NIVEL (1 A 3),
      *    QUE CCPRAC74 DEJA EN LA REFERENCIA COMO 'NIVEL N'
           OPEN INPUT F-CORRESP
           IF NOT FS-CORRESP-OK THEN
             DISPLAY 'SIN FICHERO CORRESP - ABSENTISMO CUENTA CERO'
           ELSE
             READ F-CORRESP
             PERFORM UNTIL NOT FS-CORRESP-OK
               ADD 1 TO C-LEIDOS
               IF CO-CARTA-FALTAS
                   AND CO-COLEGIO NUMERIC
                   AND CO-COLEGIO >= 1
                   AND CO-REFERENCIA (1:6) = 'NIVEL '
                   AND CO-REFERENCIA (7:1) NUMERIC THEN
                 MOVE CO-FECHA TO W-CAL-FECHA
                 CALL "MODCALEN" USING 'T' W-CAL-ANO W-CAL-TRIMESTRE
                                        W-CAL-FECHA W-CAL-RESULTADO
                                        W-CAL-MOTIVO
                 END-CALL
                 IF W-CAL-VALIDO
                     AND W-CAL-ANO = WS-ANO-ACADEMICO
                     AND W-CAL-TRIMESTRE = WS-TRIMESTRE THEN
                   MOVE CO-REFERENCIA (7:1) TO WS-NIVEL-CARTA
                   ADD WS-NIVEL-CARTA TO T-RI-SENAL (CO-COLEGIO, 5)
                 END-IF
               END-IF
               READ F-CORRESP
             END-PERFORM
             CLOSE F-CORRESP
           END-IF
           .
      ******************************************************************
       2500-ACUMULAR-ENTREGAS.
           OPEN INPUT F-RECORDA
           IF NOT FS-RECORDA-OK THEN
             DISPLAY 'SIN FICHERO RECORDA - ENTREGAS CUENTA CERO'
           ELSE
             READ F-RECORDA
             PERFORM UNTIL NOT FS-RECORDA-OK
               ADD 1 TO C-LEIDOS
               IF REC-ANO = WS-ANO-ACADEMICO
                   AND REC-TRIMESTRE = WS-TRIMESTRE
                   AND REC-COLEGIO >= 1
                   AND REC-NIVEL NUMERIC THEN
                 ADD REC-NIVEL TO T-RI-SENAL (REC-COLEGIO, 6)
               END-IF
               READ F-RECORDA
             END-PERFORM
             CLOSE F-RECORDA
           END-IF
           .
      ******************************************************************
       2600-CALCULAR-INDICES.
      *    LA SENAL PRINCIPAL ES LA DE MAYOR APORTACION; A IGUALDAD
      *    QUEDA LA PRIMERA EN EL ORDEN DE RPESORIE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99
             MOVE 0 TO W-MAXIMO
             PERFORM VARYING WS-IDX-SENAL FROM 1 BY 1
                     UNTIL WS-IDX-SENAL > 6
               COMPUTE T-RI-APORTE (WS-IDX, WS-IDX-SENAL) ROUNDED =
                   T-RI-SENAL (WS-IDX, WS-IDX-SENAL)
                   * T-PESO (WS-IDX-SENAL)
               END-COMPUTE
               ADD T-RI-APORTE (WS-IDX, WS-IDX-SENAL)
                 TO T-RI-INDICE (WS-IDX)
               IF T-RI-APORTE (WS-IDX, WS-IDX-SENAL) > W-MAXIMO THEN
                 MOVE T-RI-APORTE (WS-IDX, WS-IDX-SENAL) TO W-MAXIMO
                 MOVE WS-IDX-SENAL TO T-RI-PRINCIPAL (WS-IDX)
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       2900-SUMAR-COLEGIO-LISTADO.
      *    LOS LISTADOS IMPRIMEN EL COLEGIO CON Z9: LOS DE UN DIGITO
      *    LLEGAN CON BLANCO DELANTE
           IF WS-COLEGIO-LISTADO (1:1) = SPACE THEN
             MOVE '0' TO WS-COLEGIO-LISTADO (1:1)
           END-IF
           IF WS-COLEGIO-LISTADO NUMERIC
               AND WS-COLEGIO-LISTADO-N >= 1 THEN
             ADD 1 TO T-RI-SENAL (WS-COLEGIO-LISTADO-N, WS-IDX-SENAL)
           END-IF
           .
      ******************************************************************
       3000-PLAN-DE-VISITAS.
      *    DE MAYOR A MENOR RIESGO: EN CADA VUELTA SE IMPRIME EL
      *    COLEGIO PENDIENTE CON MAS INDICE. SALEN LOS QUE TIENEN
      *    INDICE Y LOS QUE LO TUVIERON EL TRIMESTRE ANTERIOR
           MOVE WS-ANO-ACADEMICO TO LPC-ANO
           MOVE WS-TRIMESTRE     TO LPC-TRIMESTRE
           WRITE LINEA-PLAN FROM LINEA-PLA-CABECERA
           WRITE LINEA-PLAN FROM LINEA-PLA-COLUMNAS
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             MOVE 0 TO WS-IDX-PEOR
             MOVE 0 TO W-MAXIMO
             PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99
               IF T-RI-IMPRESO (WS-IDX) NOT = 'S'
                   AND T-RI-INDICE (WS-IDX) >= W-MAXIMO
                   AND (T-RI-INDICE (WS-IDX) > 0
                     OR T-RI-INDICE-ANT (WS-IDX) > 0) THEN
                 MOVE T-RI-INDICE (WS-IDX) TO W-MAXIMO
                 MOVE WS-IDX TO WS-IDX-PEOR
               END-IF
             END-PERFORM
             IF WS-IDX-PEOR > 0 THEN
               MOVE WS-IDX-PEOR TO WS-IDX
               PERFORM 3050-LINEA-DE-COLEGIO
               MOVE 'S' TO T-RI-IMPRESO (WS-IDX-PEOR)
             END-IF
           END-PERFORM
           MOVE C-EN-PLAN TO LPT-TOTAL
           WRITE LINEA-PLAN FROM LINEA-PLA-TOTAL
           .
      ******************************************************************
       3050-LINEA-DE-COLEGIO.
           ADD 1 TO C-EN-PLAN
           MOVE SPACES TO LINEA-PLA-COLEGIO
           MOVE C-EN-PLAN TO LPL-ORDEN
           MOVE WS-IDX    TO LPL-COLEGIO
           MOVE WS-IDX    TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE W-NOMB-COLEGIO TO LPL-NOMBRE
           MOVE T-RI-INDICE (WS-IDX) TO LPL-INDICE
           IF T-RI-PERIODO-ANT (WS-IDX) = 0 THEN
             MOVE '     NUEVO' TO LPL-ANTERIOR
             MOVE SPACES       TO LPL-TENDENCIA
           ELSE
             MOVE T-RI-INDICE-ANT (WS-IDX) TO W-INDICE-ED
             MOVE W-INDICE-ED TO LPL-ANTERIOR
             EVALUATE TRUE
               WHEN T-RI-INDICE (WS-IDX) > T-RI-INDICE-ANT (WS-IDX)
                 MOVE '*EMPEORA* ' TO LPL-TENDENCIA
               WHEN T-RI-INDICE (WS-IDX) < T-RI-INDICE-ANT (WS-IDX)
                 MOVE 'MEJORA    ' TO LPL-TENDENCIA
               WHEN OTHER
                 MOVE 'IGUAL     ' TO LPL-TENDENCIA
             END-EVALUATE
           END-IF
           IF T-RI-PRINCIPAL (WS-IDX) > 0 THEN
             MOVE T-NOMBRE-SENAL (T-RI-PRINCIPAL (WS-IDX))
               TO LPL-PRINCIPAL
           END-IF
           PERFORM VARYING WS-IDX-SENAL FROM 1 BY 1
                   UNTIL WS-IDX-SENAL > 6
             MOVE T-RI-APORTE (WS-IDX, WS-IDX-SENAL)
               TO LPL-APORTE (WS-IDX-SENAL)
           END-PERFORM
           WRITE LINEA-PLAN FROM LINEA-PLA-COLEGIO
           .
      ******************************************************************
       3100-GRABAR-HISTORICO.
      *    SE GRABA EL TRIMESTRE DE TODO COLEGIO CON INDICE O CON
      *    HISTORICO PREVIO, PARA QUE LA MEJORA HASTA CERO QUEDE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99
             IF T-RI-INDICE (WS-IDX) > 0
                 OR T-RI-PERIODO-ANT (WS-IDX) > 0 THEN
               INITIALIZE REG-RIESGO-SAL
               MOVE WS-IDX           TO RI-COLEGIO OF REG-RIESGO-SAL
               MOVE WS-ANO-ACADEMICO TO RI-ANO OF REG-RIESGO-SAL
               MOVE WS-TRIMESTRE     TO RI-TRIMESTRE OF REG-RIESGO-SAL
               MOVE T-RI-INDICE (WS-IDX)
                 TO RI-INDICE OF REG-RIESGO-SAL
               PERFORM VARYING WS-IDX-SENAL FROM 1 BY 1
                       UNTIL WS-IDX-SENAL > 6
                 MOVE T-RI-SENAL (WS-IDX, WS-IDX-SENAL)
                   TO RI-SENAL OF REG-RIESGO-SAL (WS-IDX-SENAL)
               END-PERFORM
               MOVE T-RI-PRINCIPAL (WS-IDX)
                 TO RI-SENAL-PRINCIPAL OF REG-RIESGO-SAL
               MOVE WS-FECHA-HOY TO RI-FECHA OF REG-RIESGO-SAL
               WRITE REG-RIESGO-NUEVO FROM REG-RIESGO-SAL
               ADD 1 TO C-GRABADOS
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'LINEAS DE PESOS:        ' C-PESOS
           DISPLAY 'REGISTROS DE SENALES:   ' C-LEIDOS
           DISPLAY 'HISTORICO LEIDO:        ' C-HISTORICO
           DISPLAY 'HISTORICO SUSTITUIDO:   ' C-SUSTITUIDOS
           DISPLAY 'HISTORICO GRABADO:      ' C-GRABADOS
           DISPLAY 'COLEGIOS EN EL PLAN:    ' C-EN-PLAN
           CLOSE F-PLAN
           CLOSE F-RIESGO-NUEVO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODCALEN" USING 'C' W-CAL-ANO W-CAL-TRIMESTRE
                                  W-CAL-FECHA W-CAL-RESULTADO
                                  W-CAL-MOTIVO
           END-CALL
           COMPUTE WS-METRI-REGISTROS = C-LEIDOS + C-HISTORICO
           CALL "MODMETRI" USING 'CCPRACA9' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
