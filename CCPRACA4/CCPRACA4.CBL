       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA4.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PLAN DE LA NOCHE DE LA CADENA BATCH, PARA QUE  *
      *                 QUE PROGRAMA CORRE CADA NOCHE DEJE DE SER      *
      *                 CONOCIMIENTO DE TRIBU. LEE EL CALENDARIO DE    *
      *                 EJECUCION (RCALEJEC: FRECUENCIA, DISPARADOR,   *
      *                 MARGEN Y PREDECESORES DE CADA PROGRAMA) Y EL   *
      *                 CALENDARIO ACADEMICO (RCALACAD), DEL QUE SALE  *
      *                 EL DISPARADOR "PRIMER LABORABLE TRAS           *
      *                 CAL-TRIM-FIN". PARA LA FECHA DE SYSIN (O HOY)  *
      *                 DECIDE QUE PROGRAMAS TOCAN, LOS ORDENA POR     *
      *                 DEPENDENCIAS (UN CICLO ABORTA) Y EMITE EL      *
      *                 LISTADO DEL OPERADOR (LISTA) Y EL PLAN EN      *
      *                 FORMATO RPLANOCH (PLANOCHE) QUE MUESTRA EL     *
      *                 CUADRO DE MANDO CCPRAC78. CON EL HISTORICO     *
      *                 DE METRICAS (BATCHMET DE MODMETRI, QUE SOLO    *
      *                 SE ESCRIBE AL TERMINAR BIEN) AVISA DE CADA     *
      *                 PROGRAMA PERIODICO CUYA VENTANA (DISPARO MAS   *
      *                 MARGEN) HA PASADO SIN UNA EJECUCION COMPLETA;  *
      *                 SI BATCHMET YA FUE CORTADO POR CCPRAC66 Y NO   *
      *                 LLEGA A LA FECHA DEL DISPARO, SE DICE QUE NO   *
      *                 SE PUEDE VERIFICAR EN VEZ DE DAR UN FALSO      *
      *                 AVISO. LABORABLE = DE LUNES A VIERNES.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CALEJEC ASSIGN CALEJEC
               FILE STATUS IS FS-CALEJEC.

           SELECT F-CALENDARIO ASSIGN CALACAD
               FILE STATUS IS FS-CALENDARIO.

           SELECT F-METRICAS ASSIGN BATCHMET
               FILE STATUS IS FS-METRICAS.

           SELECT F-LISTA ASSIGN LISTA
               FILE STATUS IS FS-LISTA.

           SELECT F-PLANOCHE ASSIGN PLANOCHE
               FILE STATUS IS FS-PLANOCHE.

       DATA DIVISION.
       FILE SECTION.
       FD F-CALEJEC
           RECORDING MODE IS F.
           COPY RCALEJEC.

       FD F-CALENDARIO
           RECORDING MODE IS F.
           COPY RCALACAD.

       FD F-METRICAS
           RECORDING MODE IS F
           DATA RECORD REG-METRICAS.
       01 REG-METRICAS.
           05 M-PROGRAMA           PIC X(8).
           05 FILLER               PIC X.
           05 M-INI-FECHA          PIC X(8).
           05 FILLER               PIC X(63).

       FD F-LISTA
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTA.
       01 LINEA-LISTA              PIC X(80).

       FD F-PLANOCHE
           RECORDING MODE IS F.
           COPY RPLANOCH.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CALEJEC PIC XX.
               88 FS-CALEJEC-OK     VALUE '00'.
           05 FS-CALENDARIO PIC XX.
               88 FS-CALENDARIO-OK  VALUE '00'.
           05 FS-METRICAS PIC XX.
               88 FS-METRICAS-OK    VALUE '00'.
           05 FS-LISTA PIC XX.
               88 FS-LISTA-OK       VALUE '00'.
           05 FS-PLANOCHE PIC XX.
               88 FS-PLANOCHE-OK    VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-FECHA-PLAN        PIC X(8).
           05 FILLER               PIC X(72).

       01 C-CONTADORES.
           05 C-TRABAJOS          PIC 999 VALUE 0.
           05 C-ESTA-NOCHE        PIC 999 VALUE 0.
           05 C-DISPAROS-TRIM     PIC 99  VALUE 0.
           05 C-METRICAS          PIC 9(6) VALUE 0.
           05 C-AVISOS            PIC 999 VALUE 0.
           05 C-NO-VERIFICABLES   PIC 999 VALUE 0.
           05 C-ORDEN             PIC 999 VALUE 0.

       01 T-TRABAJOS.
           05 T-TR-ENTRADA OCCURS 200.
               10 T-TR-PROGRAMA     PIC X(8).
               10 T-TR-FRECUENCIA   PIC X.
               10 T-TR-DIA          PIC 99.
               10 T-TR-VENTANA      PIC 99.
               10 T-TR-DEPENDE      PIC X(8) OCCURS 3.
               10 T-TR-DESCRIPCION  PIC X(30).
               10 T-TR-HOY          PIC X.
               10 T-TR-MOTIVO       PIC X(20).
               10 T-TR-NIVEL        PIC 99.
               10 T-TR-DISPARO      PIC 9(8).
               10 T-TR-ULTIMA-EJEC  PIC X(8).

       01 T-DISPAROS-TRIM.
           05 T-DT-ENTRADA OCCURS 30.
               10 T-DT-TRIMESTRE    PIC 9.
               10 T-DT-FECHA        PIC 9(8).

       01 WS-IDX-TR               PIC 999.
       01 WS-IDX-PRED             PIC 999.
       01 WS-IDX-DEP              PIC 9.
       01 WS-IDX-DT               PIC 99.
       01 WS-IDX-TRIM             PIC 9.
       01 WS-NIVEL                PIC 99.
       01 WS-NIVEL-MAXIMO         PIC 99 VALUE 0.
       01 WS-PASE                 PIC 999.

       01 WS-CAMBIO-FLAG          PIC X.
           88 HUBO-CAMBIO              VALUE 'S'.
       01 WS-METRICAS-FLAG        PIC X VALUE 'N'.
           88 HAY-METRICAS             VALUE 'S'.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 WS-NOCHE                PIC 9(8).
       01 WS-NOCHE-R REDEFINES WS-NOCHE.
           05 WS-NO-AAAA          PIC 9(4).
           05 WS-NO-MM            PIC 99.
           05 WS-NO-DD            PIC 99.
       01 WS-NOCHE-X              PIC X(8).
       01 WS-DOW-NOCHE            PIC 9.
       01 WS-MET-FECHA-MIN        PIC X(8) VALUE HIGH-VALUES.

       01 W-FECHAS.
           05 W-D-FECHA           PIC 9(8).
           05 W-D-FECHA-R REDEFINES W-D-FECHA.
               10 W-D-AAAA        PIC 9(4).
               10 W-D-MM          PIC 99.
               10 W-D-DD          PIC 99.
           05 W-D-ENTERO          PIC 9(7).
           05 W-D-DOW             PIC 9.
           05 W-D-DIAS            PIC 999.
           05 W-LIMITE            PIC 9(8).
           05 W-DISPARO-X         PIC X(8).

       01 LINEA-LIS-TITULO.
           05 FILLER       PIC X(21) VALUE 'PLAN DE LA NOCHE DEL '.
           05 LLT-FECHA    PIC X(8).
           05 FILLER       PIC X(12) VALUE '   DIA SEM: '.
           05 LLT-DOW      PIC 9.
           05 FILLER       PIC X(38) VALUE SPACES.

       01 LINEA-LIS-CABECERA.
           05 FILLER       PIC X(40) VALUE
               'ORD NV PROGRAMA MOTIVO               DES'.
           05 FILLER       PIC X(40) VALUE
               'CRIPCION                    DESPUES DE  '.

       01 LINEA-LIS-TRABAJO.
           05 LLJ-ORDEN    PIC ZZ9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LLJ-NIVEL    PIC Z9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LLJ-PROGRAMA PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLJ-MOTIVO   PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLJ-DESCRIP  PIC X(30).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLJ-DEPENDE  PIC X(8).
           05 FILLER       PIC X(4)  VALUE SPACES.

       01 LINEA-LIS-AVISO.
           05 FILLER       PIC X(3)  VALUE '** '.
           05 LLA-PROGRAMA PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLA-MOTIVO   PIC X(30).
           05 FILLER       PIC X(9)  VALUE ' DISPARO '.
           05 LLA-DISPARO  PIC X(8).
           05 FILLER       PIC X(8)  VALUE ' ULTIMA '.
           05 LLA-ULTIMA   PIC X(8).
           05 FILLER       PIC X(5)  VALUE SPACES.

       01 LINEA-LIS-TEXTO.
           05 LLX-TEXTO    PIC X(60).
           05 LLX-VALOR    PIC ZZZ9.
           05 FILLER       PIC X(16) VALUE SPACES.

       01 LINEA-LIS-BLANCO        PIC X(80) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-EVALUAR-TRABAJOS
           PERFORM 2500-CALCULAR-NIVELES
           PERFORM 3000-EMITIR-PLAN
           PERFORM 3500-VIGILAR-VENTANAS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-FECHA-PLAN = SPACES THEN
               MOVE WS-FH-AAAAMMDD TO WS-FECHA-PLAN
           END-IF
           IF WS-FECHA-PLAN NOT NUMERIC THEN
               DISPLAY '*CCPRACA4*SYSIN*FECHA*INVALIDA* ' WS-FECHA-PLAN
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-FECHA-PLAN TO WS-NOCHE
           MOVE WS-FECHA-PLAN TO WS-NOCHE-X
           MOVE WS-NOCHE TO W-D-FECHA
           PERFORM 9000-DIA-SEMANA
           MOVE W-D-DOW TO WS-DOW-NOCHE

           PERFORM 1100-CARGAR-CALENDARIO
           PERFORM 1200-CARGAR-CALEJEC
           PERFORM 1300-CARGAR-METRICAS

           OPEN OUTPUT F-LISTA
           IF NOT FS-LISTA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTA'
               DISPLAY FS-LISTA
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-PLANOCHE
           IF NOT FS-PLANOCHE-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO PLANOCHE'
               DISPLAY FS-PLANOCHE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-CALENDARIO.
      *    DE CADA FIN DE TRIMESTRE SE GUARDA YA EL DISPARO: EL
      *    PRIMER LABORABLE SIGUIENTE A CAL-TRIM-FIN
           OPEN INPUT F-CALENDARIO
           IF NOT FS-CALENDARIO-OK THEN
               DISPLAY 'ERROR LEER FICHERO CALENDARIO'
               DISPLAY FS-CALENDARIO
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-CALENDARIO
           PERFORM UNTIL NOT FS-CALENDARIO-OK
             PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                     UNTIL WS-IDX-TRIM > 3
               IF CAL-TRIM-FIN (WS-IDX-TRIM) NUMERIC
                   AND C-DISPAROS-TRIM < 30 THEN
                 ADD 1 TO C-DISPAROS-TRIM
                 MOVE CAL-TRIM-FIN (WS-IDX-TRIM) TO W-D-FECHA
                 PERFORM 9100-DIA-SIGUIENTE
                 PERFORM 9200-AJUSTAR-LABORABLE
                 MOVE WS-IDX-TRIM
                   TO T-DT-TRIMESTRE (C-DISPAROS-TRIM)
                 MOVE W-D-FECHA TO T-DT-FECHA (C-DISPAROS-TRIM)
               END-IF
             END-PERFORM
             READ F-CALENDARIO
           END-PERFORM
           CLOSE F-CALENDARIO
           .
      ******************************************************************
       1200-CARGAR-CALEJEC.
           OPEN INPUT F-CALEJEC
           IF NOT FS-CALEJEC-OK THEN
               DISPLAY 'ERROR LEER FICHERO CALEJEC'
               DISPLAY FS-CALEJEC
               PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-TRABAJOS
           READ F-CALEJEC
           PERFORM UNTIL NOT FS-CALEJEC-OK
             IF C-TRABAJOS >= 200 THEN
               DISPLAY '*CCPRACA4*TABLA*TRABAJOS*LLENA* MAXIMO 200'
               PERFORM 5000-END-PROGRAM
             END-IF
             ADD 1 TO C-TRABAJOS
             MOVE RE-PROGRAMA    TO T-TR-PROGRAMA (C-TRABAJOS)
             MOVE RE-FRECUENCIA  TO T-TR-FRECUENCIA (C-TRABAJOS)
             MOVE RE-DIA         TO T-TR-DIA (C-TRABAJOS)
             MOVE RE-VENTANA     TO T-TR-VENTANA (C-TRABAJOS)
             IF RE-VENTANA NOT NUMERIC OR RE-VENTANA = 0 THEN
               MOVE 3 TO T-TR-VENTANA (C-TRABAJOS)
             END-IF
             PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                     UNTIL WS-IDX-DEP > 3
               MOVE RE-DEPENDE (WS-IDX-DEP)
                 TO T-TR-DEPENDE (C-TRABAJOS, WS-IDX-DEP)
             END-PERFORM
             MOVE RE-DESCRIPCION TO T-TR-DESCRIPCION (C-TRABAJOS)
             MOVE 'N'            TO T-TR-HOY (C-TRABAJOS)
             MOVE LOW-VALUES     TO T-TR-ULTIMA-EJEC (C-TRABAJOS)
             READ F-CALEJEC
           END-PERFORM
           CLOSE F-CALEJEC
           .
      ******************************************************************
       1300-CARGAR-METRICAS.
      *    DE CADA PROGRAMA DEL CALENDARIO SOLO INTERESA LA FECHA DE
      *    SU ULTIMA EJECUCION COMPLETA; DEL FICHERO, LA MAS ANTIGUA
      *    PARA SABER HASTA DONDE SE PUEDE VERIFICAR
           OPEN INPUT F-METRICAS
           IF NOT FS-METRICAS-OK THEN
               DISPLAY 'SIN FICHERO BATCHMET - NO SE VIGILAN LAS '
                   'VENTANAS'
           ELSE
               SET HAY-METRICAS TO TRUE
               READ F-METRICAS
               PERFORM UNTIL NOT FS-METRICAS-OK
                 ADD 1 TO C-METRICAS
                 IF M-INI-FECHA < WS-MET-FECHA-MIN THEN
                   MOVE M-INI-FECHA TO WS-MET-FECHA-MIN
                 END-IF
                 PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                         UNTIL WS-IDX-TR > C-TRABAJOS
                   IF T-TR-PROGRAMA (WS-IDX-TR) = M-PROGRAMA
                       AND M-INI-FECHA > T-TR-ULTIMA-EJEC (WS-IDX-TR)
                       THEN
                     MOVE M-INI-FECHA TO T-TR-ULTIMA-EJEC (WS-IDX-TR)
                   END-IF
                 END-PERFORM
                 READ F-METRICAS
               END-PERFORM
               CLOSE F-METRICAS
           END-IF
           .
      ******************************************************************
       2000-EVALUAR-TRABAJOS.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > C-TRABAJOS
             MOVE 0 TO T-TR-DISPARO (WS-IDX-TR)
             EVALUATE T-TR-FRECUENCIA (WS-IDX-TR)
               WHEN 'D'
                 PERFORM 2100-EVALUAR-DIARIO
               WHEN 'S'
                 PERFORM 2200-EVALUAR-SEMANAL
               WHEN 'M'
                 PERFORM 2300-EVALUAR-MENSUAL
               WHEN 'T'
               WHEN 'A'
                 PERFORM 2400-EVALUAR-TRIMESTRE
               WHEN OTHER
                 DISPLAY '*CCPRACA4*FRECUENCIA*INVALIDA* '
                     T-TR-PROGRAMA (WS-IDX-TR) ' '
                     T-TR-FRECUENCIA (WS-IDX-TR)
             END-EVALUATE
             IF T-TR-HOY (WS-IDX-TR) = 'S' THEN
               ADD 1 TO C-ESTA-NOCHE
               MOVE 1 TO T-TR-NIVEL (WS-IDX-TR)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2100-EVALUAR-DIARIO.
           IF WS-DOW-NOCHE < 6 THEN
             MOVE 'S' TO T-TR-HOY (WS-IDX-TR)
             MOVE 'DIARIO' TO T-TR-MOTIVO (WS-IDX-TR)
           END-IF
           .
      ******************************************************************
       2200-EVALUAR-SEMANAL.
           IF T-TR-DIA (WS-IDX-TR) < 1 OR T-TR-DIA (WS-IDX-TR) > 7 THEN
             DISPLAY '*CCPRACA4*DIA*SEMANA*INVALIDO* '
                 T-TR-PROGRAMA (WS-IDX-TR)
           ELSE
             IF WS-DOW-NOCHE = T-TR-DIA (WS-IDX-TR) THEN
               MOVE 'S' TO T-TR-HOY (WS-IDX-TR)
               MOVE 'SEMANAL' TO T-TR-MOTIVO (WS-IDX-TR)
             END-IF
      *      ULTIMO DISPARO: EL DIA DE LA SEMANA MAS RECIENTE
             COMPUTE W-D-DIAS =
                 FUNCTION MOD (WS-DOW-NOCHE - T-TR-DIA (WS-IDX-TR)
                               + 7, 7)
             COMPUTE W-D-ENTERO =
                 FUNCTION INTEGER-OF-DATE (WS-NOCHE) - W-D-DIAS
             COMPUTE W-D-FECHA = FUNCTION DATE-OF-INTEGER (W-D-ENTERO)
             MOVE W-D-FECHA TO T-TR-DISPARO (WS-IDX-TR)
           END-IF
           .
      ******************************************************************
       2300-EVALUAR-MENSUAL.
      *    EL DISPARO DEL MES ES EL PRIMER LABORABLE DESDE EL DIA
      *    PEDIDO (0 = DIA 1); SI AUN NO HA LLEGADO, EL ULTIMO
      *    DISPARO ES EL DEL MES ANTERIOR
           MOVE WS-NO-AAAA TO W-D-AAAA
           MOVE WS-NO-MM   TO W-D-MM
           PERFORM 2310-DISPARO-DEL-MES
           IF W-D-FECHA = WS-NOCHE THEN
             MOVE 'S' TO T-TR-HOY (WS-IDX-TR)
             MOVE 'MENSUAL' TO T-TR-MOTIVO (WS-IDX-TR)
           END-IF
           IF W-D-FECHA > WS-NOCHE THEN
             IF WS-NO-MM = 1 THEN
               COMPUTE W-D-AAAA = WS-NO-AAAA - 1
               MOVE 12 TO W-D-MM
             ELSE
               MOVE WS-NO-AAAA TO W-D-AAAA
               COMPUTE W-D-MM = WS-NO-MM - 1
             END-IF
             PERFORM 2310-DISPARO-DEL-MES
           END-IF
           MOVE W-D-FECHA TO T-TR-DISPARO (WS-IDX-TR)
           .
      ******************************************************************
       2310-DISPARO-DEL-MES.
           EVALUATE TRUE
             WHEN T-TR-DIA (WS-IDX-TR) = 0
               MOVE 1 TO W-D-DD
             WHEN T-TR-DIA (WS-IDX-TR) > 28
               MOVE 28 TO W-D-DD
             WHEN OTHER
               MOVE T-TR-DIA (WS-IDX-TR) TO W-D-DD
           END-EVALUATE
           PERFORM 9200-AJUSTAR-LABORABLE
           .
      ******************************************************************
       2400-EVALUAR-TRIMESTRE.
           PERFORM VARYING WS-IDX-DT FROM 1 BY 1
                   UNTIL WS-IDX-DT > C-DISPAROS-TRIM
             IF (T-TR-FRECUENCIA (WS-IDX-TR) = 'A'
                   AND T-DT-TRIMESTRE (WS-IDX-DT) = 3)
               OR (T-TR-FRECUENCIA (WS-IDX-TR) = 'T'
                   AND (T-TR-DIA (WS-IDX-TR) = 0
                     OR T-TR-DIA (WS-IDX-TR) =
                        T-DT-TRIMESTRE (WS-IDX-DT))) THEN
               IF T-DT-FECHA (WS-IDX-DT) = WS-NOCHE THEN
                 MOVE 'S' TO T-TR-HOY (WS-IDX-TR)
                 IF T-TR-FRECUENCIA (WS-IDX-TR) = 'A' THEN
                   MOVE 'FIN DE ANO' TO T-TR-MOTIVO (WS-IDX-TR)
                 ELSE
                   MOVE SPACES TO T-TR-MOTIVO (WS-IDX-TR)
                   STRING 'TRAS CIERRE T' T-DT-TRIMESTRE (WS-IDX-DT)
                       DELIMITED BY SIZE INTO T-TR-MOTIVO (WS-IDX-TR)
                 END-IF
               END-IF
               IF T-DT-FECHA (WS-IDX-DT) <= WS-NOCHE
                   AND T-DT-FECHA (WS-IDX-DT) >
                       T-TR-DISPARO (WS-IDX-TR) THEN
                 MOVE T-DT-FECHA (WS-IDX-DT)
                   TO T-TR-DISPARO (WS-IDX-TR)
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2500-CALCULAR-NIVELES.
      *    CADA PROGRAMA VA UN NIVEL POR DETRAS DEL MAS PROFUNDO DE
      *    SUS PREDECESORES QUE TAMBIEN CORRAN ESTA NOCHE; LOS QUE NO
      *    TOCAN HOY NO ORDENAN NADA. SI TRAS TANTAS PASADAS COMO
      *    PROGRAMAS AUN HAY CAMBIOS, HAY UN CICLO
           SET HUBO-CAMBIO TO TRUE
           PERFORM VARYING WS-PASE FROM 1 BY 1
                   UNTIL NOT HUBO-CAMBIO OR WS-PASE > C-TRABAJOS
             MOVE 'N' TO WS-CAMBIO-FLAG
             PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                     UNTIL WS-IDX-TR > C-TRABAJOS
               IF T-TR-HOY (WS-IDX-TR) = 'S' THEN
                 PERFORM 2510-NIVEL-DEL-TRABAJO
               END-IF
             END-PERFORM
           END-PERFORM
           IF HUBO-CAMBIO THEN
             DISPLAY '*CCPRACA4*ABEND*CICLO*DE*DEPENDENCIAS* '
                 'REVISAR CALEJEC'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2510-NIVEL-DEL-TRABAJO.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1 UNTIL WS-IDX-DEP > 3
             IF T-TR-DEPENDE (WS-IDX-TR, WS-IDX-DEP) NOT = SPACES THEN
               PERFORM VARYING WS-IDX-PRED FROM 1 BY 1
                       UNTIL WS-IDX-PRED > C-TRABAJOS
                 IF T-TR-PROGRAMA (WS-IDX-PRED) =
                      T-TR-DEPENDE (WS-IDX-TR, WS-IDX-DEP)
                     AND T-TR-HOY (WS-IDX-PRED) = 'S'
                     AND T-TR-NIVEL (WS-IDX-PRED) >=
                         T-TR-NIVEL (WS-IDX-TR) THEN
                   IF T-TR-NIVEL (WS-IDX-PRED) >= 99 THEN
                     MOVE 'S' TO WS-CAMBIO-FLAG
                   ELSE
                     COMPUTE T-TR-NIVEL (WS-IDX-TR) =
                         T-TR-NIVEL (WS-IDX-PRED) + 1
                     MOVE 'S' TO WS-CAMBIO-FLAG
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3000-EMITIR-PLAN.
           MOVE WS-NOCHE-X   TO LLT-FECHA
           MOVE WS-DOW-NOCHE TO LLT-DOW
           WRITE LINEA-LISTA FROM LINEA-LIS-TITULO
           WRITE LINEA-LISTA FROM LINEA-LIS-BLANCO
           WRITE LINEA-LISTA FROM LINEA-LIS-CABECERA
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > C-TRABAJOS
             IF T-TR-HOY (WS-IDX-TR) = 'S'
                 AND T-TR-NIVEL (WS-IDX-TR) > WS-NIVEL-MAXIMO THEN
               MOVE T-TR-NIVEL (WS-IDX-TR) TO WS-NIVEL-MAXIMO
             END-IF
           END-PERFORM
           PERFORM VARYING WS-NIVEL FROM 1 BY 1
                   UNTIL WS-NIVEL > WS-NIVEL-MAXIMO
             PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                     UNTIL WS-IDX-TR > C-TRABAJOS
               IF T-TR-HOY (WS-IDX-TR) = 'S'
                   AND T-TR-NIVEL (WS-IDX-TR) = WS-NIVEL THEN
                 PERFORM 3100-EMITIR-TRABAJO
               END-IF
             END-PERFORM
           END-PERFORM
           IF C-ESTA-NOCHE = 0 THEN
             MOVE 'NINGUN PROGRAMA PROGRAMADO PARA ESTA NOCHE'
               TO LLX-TEXTO
             MOVE 0 TO LLX-VALOR
             WRITE LINEA-LISTA FROM LINEA-LIS-TEXTO
           END-IF
           .
      ******************************************************************
       3100-EMITIR-TRABAJO.
           ADD 1 TO C-ORDEN
      *    SE CITA EL PRIMER PREDECESOR QUE CORRE ESTA NOCHE
           MOVE SPACES TO LLJ-DEPENDE
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1 UNTIL WS-IDX-DEP > 3
             IF T-TR-DEPENDE (WS-IDX-TR, WS-IDX-DEP) NOT = SPACES
                 AND LLJ-DEPENDE = SPACES THEN
               PERFORM VARYING WS-IDX-PRED FROM 1 BY 1
                       UNTIL WS-IDX-PRED > C-TRABAJOS
                 IF T-TR-PROGRAMA (WS-IDX-PRED) =
                      T-TR-DEPENDE (WS-IDX-TR, WS-IDX-DEP)
                     AND T-TR-HOY (WS-IDX-PRED) = 'S' THEN
                   MOVE T-TR-PROGRAMA (WS-IDX-PRED) TO LLJ-DEPENDE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           MOVE C-ORDEN                      TO LLJ-ORDEN
           MOVE T-TR-NIVEL (WS-IDX-TR)       TO LLJ-NIVEL
           MOVE T-TR-PROGRAMA (WS-IDX-TR)    TO LLJ-PROGRAMA
           MOVE T-TR-MOTIVO (WS-IDX-TR)      TO LLJ-MOTIVO
           MOVE T-TR-DESCRIPCION (WS-IDX-TR) TO LLJ-DESCRIP
           WRITE LINEA-LISTA FROM LINEA-LIS-TRABAJO

           INITIALIZE REG-PLANOCHE
           MOVE WS-NOCHE-X                   TO PN-FECHA
           MOVE C-ORDEN                      TO PN-ORDEN
           MOVE T-TR-NIVEL (WS-IDX-TR)       TO PN-NIVEL
           MOVE T-TR-PROGRAMA (WS-IDX-TR)    TO PN-PROGRAMA
           MOVE T-TR-MOTIVO (WS-IDX-TR)      TO PN-MOTIVO
           MOVE LLJ-DEPENDE                  TO PN-DEPENDE
           WRITE REG-PLANOCHE
           .
      ******************************************************************
       3500-VIGILAR-VENTANAS.
           IF HAY-METRICAS THEN
             WRITE LINEA-LISTA FROM LINEA-LIS-BLANCO
             PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                     UNTIL WS-IDX-TR > C-TRABAJOS
               IF T-TR-DISPARO (WS-IDX-TR) > 0
                   AND T-TR-DISPARO (WS-IDX-TR) < WS-NOCHE THEN
                 PERFORM 3600-VENTANA-DEL-TRABAJO
               END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3600-VENTANA-DEL-TRABAJO.
      *    LA VENTANA SE CUENTA EN DIAS NATURALES DESDE EL DISPARO
           COMPUTE W-D-ENTERO =
               FUNCTION INTEGER-OF-DATE (T-TR-DISPARO (WS-IDX-TR))
               + T-TR-VENTANA (WS-IDX-TR)
           COMPUTE W-LIMITE = FUNCTION DATE-OF-INTEGER (W-D-ENTERO)
           MOVE T-TR-DISPARO (WS-IDX-TR) TO W-DISPARO-X
           IF W-LIMITE < WS-NOCHE
               AND T-TR-ULTIMA-EJEC (WS-IDX-TR) < W-DISPARO-X THEN
             MOVE T-TR-PROGRAMA (WS-IDX-TR) TO LLA-PROGRAMA
             MOVE W-DISPARO-X TO LLA-DISPARO
             IF T-TR-ULTIMA-EJEC (WS-IDX-TR) = LOW-VALUES THEN
               MOVE 'NUNCA   ' TO LLA-ULTIMA
             ELSE
               MOVE T-TR-ULTIMA-EJEC (WS-IDX-TR) TO LLA-ULTIMA
             END-IF
             IF WS-MET-FECHA-MIN > W-DISPARO-X THEN
               ADD 1 TO C-NO-VERIFICABLES
               MOVE 'BATCHMET NO LLEGA AL DISPARO' TO LLA-MOTIVO
             ELSE
               ADD 1 TO C-AVISOS
               MOVE 'VENTANA PASADA SIN EJECUCION' TO LLA-MOTIVO
               DISPLAY '*CCPRACA4*VENTANA*PERDIDA* '
                   T-TR-PROGRAMA (WS-IDX-TR) ' DISPARO ' W-DISPARO-X
             END-IF
             WRITE LINEA-LISTA FROM LINEA-LIS-AVISO
           END-IF
           .
      ******************************************************************
       4000-FIN.
           WRITE LINEA-LISTA FROM LINEA-LIS-BLANCO
           MOVE 'PROGRAMAS EN CALENDARIO:' TO LLX-TEXTO
           MOVE C-TRABAJOS TO LLX-VALOR
           WRITE LINEA-LISTA FROM LINEA-LIS-TEXTO
           MOVE 'PROGRAMAS ESTA NOCHE:' TO LLX-TEXTO
           MOVE C-ESTA-NOCHE TO LLX-VALOR
           WRITE LINEA-LISTA FROM LINEA-LIS-TEXTO
           MOVE 'VENTANAS PERDIDAS:' TO LLX-TEXTO
           MOVE C-AVISOS TO LLX-VALOR
           WRITE LINEA-LISTA FROM LINEA-LIS-TEXTO
           MOVE 'VENTANAS NO VERIFICABLES:' TO LLX-TEXTO
           MOVE C-NO-VERIFICABLES TO LLX-VALOR
           WRITE LINEA-LISTA FROM LINEA-LIS-TEXTO
           CLOSE F-LISTA
           CLOSE F-PLANOCHE

           DISPLAY 'NOCHE:              ' WS-NOCHE-X
           DISPLAY 'PROGRAMAS ESTA NOCHE: ' C-ESTA-NOCHE
           DISPLAY 'VENTANAS PERDIDAS:  ' C-AVISOS
           MOVE C-ESTA-NOCHE TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA4' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
      ******************************************************************
       9000-DIA-SEMANA.
      *    EL DIA 1 DEL CALENDARIO ENTERO (01-01-1601) FUE LUNES
           COMPUTE W-D-ENTERO = FUNCTION INTEGER-OF-DATE (W-D-FECHA)
           COMPUTE W-D-DOW = FUNCTION MOD (W-D-ENTERO - 1, 7) + 1
           .
      ******************************************************************
       9100-DIA-SIGUIENTE.
           COMPUTE W-D-ENTERO = FUNCTION INTEGER-OF-DATE (W-D-FECHA)
               + 1
           COMPUTE W-D-FECHA = FUNCTION DATE-OF-INTEGER (W-D-ENTERO)
           .
      ******************************************************************
       9200-AJUSTAR-LABORABLE.
           PERFORM 9000-DIA-SEMANA
           PERFORM UNTIL W-D-DOW < 6
             PERFORM 9100-DIA-SIGUIENTE
             PERFORM 9000-DIA-SEMANA
           END-PERFORM
           .
