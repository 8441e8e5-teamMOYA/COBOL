      *                 GENERACION SUCESORA DE LA LEIDA (1 SI EL       *
      *                 VIEJO NO LLEVABA) Y CONTADOR DE ARRASTRADOS,   *
      *                 PARA QUE CCPRAC60 LO ACEPTE.                   *
      *                 TAMPOCO SE ABRE EL ANO SI LA CONCILIACION DE   *
      *                 CIERRE (CCPRACB3, ESTADO CIERRECT) NO CONSTA   *
      *                 PARA EL ANO QUE SE CIERRA O LE QUEDAN          *
      *                 DESCUADRES, SALVO FORZADO 'F' EN SYSIN, QUE    *
      *                 ABRE IGUALMENTE DEJANDO CONSTANCIA.            *
      *                 EL ALUMNO QUE PROMOCIONA DESDE EL ULTIMO CURSO *
      *                 DE SU ETAPA (MODETAPA) PASA AL PRIMER CURSO DE *
      *                 LA ETAPA SIGUIENTE SI SU COLEGIO LA IMPARTE;   *
      *                 SI NO, SE ARRASTRA IGUAL Y SE LISTA COMO FIN   *
      *                 DE ETAPA. DENTRO DE LA ETAPA EL CURSO NO SE    *
      *                 TOCA. LOS ARRASTRADOS SE TOTALIZAN POR ETAPA.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-RUNCTRL ASSIGN RUNCTRL
               FILE STATUS IS FS-RUNCTRL.

           SELECT F-CIERRE ASSIGN CIERRECT
               FILE STATUS IS FS-CIERRE.

           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           DATA RECORD REG-RUNCTRL.
       01 REG-RUNCTRL              PIC X(80).

       FD F-CIERRE
           RECORDING MODE IS F.
           COPY RCIERREC.

       FD F-ALUMNOS
           RECORDING MODE IS F.
           COPY RALUMN02.
           05 FS-RUNCTRL PIC XX.
               88 FS-RUNCTRL-OK     VALUE '00'.
               88 FS-RUNCTRL-NO-EXISTE VALUE '35'.
           05 FS-CIERRE PIC XX.
               88 FS-CIERRE-OK      VALUE '00'.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
               88 FS-ALUMNOS-EOF    VALUE '10'.

       01 LINEA-SYSIN.
           05 WS-ANO-NUEVO         PIC 9(4).
           05 WS-FORZADO           PIC X.
               88 APERTURA-FORZADA      VALUE 'F'.
           05 FILLER               PIC X(75).

       01 WS-ANO-CERRADO          PIC 9(4).
       01 WS-CIERRE-FLAG          PIC X VALUE 'N'.
           88 CIERRE-CONCILIADO        VALUE 'S'.

       01 LINEA-ESTADO17.
           05 LE17-STATUS          PIC X(4).
           05 C-ARRASTRADOS       PIC 9(6) VALUE 0.
           05 C-DESCARTADOS       PIC 9(6) VALUE 0.
           05 C-EN-LIMBO          PIC 9(6) VALUE 0.
           05 C-CAMBIO-ETAPA      PIC 9(6) VALUE 0.
           05 C-FIN-ETAPA         PIC 9(6) VALUE 0.

       01 W-ETAPA-LOOKUP.
           05 W-ET-COLEGIO      PIC 99.
           05 W-ET-CURSO        PIC 9.
           05 W-ET-ETAPA        PIC X.
           05 W-ET-NOMBRE       PIC X(20).
           05 W-ET-ORDEN        PIC 99.
           05 W-ET-ULTIMO       PIC X.
           05 W-ET-SIGUIENTE    PIC X.
           05 W-ET-CURSO-SIG    PIC 9.
           05 W-ET-TITULA       PIC X.
           05 W-ET-ENCONTRADO   PIC X.
               88 W-ETAPA-ENCONTRADA       VALUE 'S'.

      *    ARRASTRADOS POR ETAPA (ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-ARRASTRADOS-ETAPA.
           05 T-AE-ARRASTRADOS OCCURS 21 PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-INF-CABECERA.
           05 FILLER  PIC X(33) VALUE
               VALUE ' SIN DECISION DE PROMOCION  '.
           05 FILLER        PIC X(43) VALUE SPACES.

       01 LINEA-INF-ETAPA.
           05 LIE-NIF       PIC X(9).
           05 FILLER        PIC X(14) VALUE ' PASA A ETAPA '.
           05 LIE-ETAPA     PIC X.
           05 FILLER        PIC X(7)  VALUE ' CURSO '.
           05 LIE-CURSO     PIC 9.
           05 FILLER        PIC X(48) VALUE SPACES.

       01 LINEA-INF-FIN-ETAPA.
           05 LIX-NIF       PIC X(9).
           05 FILLER        PIC X(14) VALUE ' FIN DE ETAPA '.
           05 LIX-ETAPA     PIC X.
           05 FILLER        PIC X(30)
               VALUE ' SIN CONTINUIDAD EN EL COLEGIO'.
           05 FILLER        PIC X(26) VALUE SPACES.

       01 LINEA-INF-FORZADA.
           05 FILLER        PIC X(38)
               VALUE 'APERTURA FORZADA SIN CONCILIAR EL ANO '.
           05 LIF-ANO       PIC 9(4).
           05 FILLER        PIC X(14) VALUE ' DESCUADRES: '.
           05 LIF-DESCUADRES PIC ZZZZZZ9.
           05 FILLER        PIC X(17) VALUE SPACES.

       01 LINEA-INF-TOTALES.
           05 FILLER        PIC X(13) VALUE 'ARRASTRADOS: '.
           05 LIT-ARRASTRADOS PIC ZZZZZ9.
           05 LIT-LIMBO     PIC ZZZZZ9.
           05 FILLER        PIC X(23) VALUE SPACES.

       01 LINEA-INF-TOT-CAMBIOS.
           05 FILLER        PIC X(18) VALUE 'CAMBIOS DE ETAPA: '.
           05 LIT-CAMBIOS   PIC ZZZZZ9.
           05 FILLER        PIC X(16) VALUE '  FIN DE ETAPA: '.
           05 LIT-FIN-ETAPA PIC ZZZZZ9.
           05 FILLER        PIC X(34) VALUE SPACES.

       01 LINEA-INF-TOT-ETAPA.
           05 FILLER        PIC X(18) VALUE 'ARRASTRADOS ETAPA '.
           05 LTE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LTE-NOMBRE    PIC X(20).
           05 FILLER        PIC X(2)  VALUE ': '.
           05 LTE-ARRASTRADOS PIC ZZZZZ9.
           05 FILLER        PIC X(32) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-VERIFICAR-PURGA
           PERFORM 2500-VERIFICAR-CONCILIACION
           PERFORM 3000-SEMBRAR-MAESTRO
           PERFORM 3500-AVANZAR-RUNCTRL
           PERFORM 4000-FIN
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-ABRIR-FICHEROS
           INITIALIZE T-ARRASTRADOS-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE WS-ANO-NUEVO TO LIC-ANO
           WRITE LINEA-INFORME FROM LINEA-INF-CABECERA
           .
           END-IF
           DISPLAY 'PURGA VERIFICADA, ANO LIMITE: ' LE17-ANO-LIMITE
           .
      ******************************************************************
       2500-VERIFICAR-CONCILIACION.
      *    EL ANO QUE SE CIERRA TIENE QUE ESTAR CONCILIADO Y SIN
      *    DESCUADRES (CCPRACB3); SI NO, SOLO SE ABRE FORZANDO
           COMPUTE WS-ANO-CERRADO = WS-ANO-NUEVO - 1
           OPEN INPUT F-CIERRE
           IF FS-CIERRE-OK THEN
               READ F-CIERRE
               IF FS-CIERRE-OK AND CIE-ANO = WS-ANO-CERRADO THEN
                   SET CIERRE-CONCILIADO TO TRUE
               END-IF
               CLOSE F-CIERRE
           END-IF
           IF NOT CIERRE-CONCILIADO THEN
               MOVE 0 TO CIE-DESCUADRES
           END-IF
           IF CIERRE-CONCILIADO AND CIE-DESCUADRES = 0 THEN
               DISPLAY 'CONCILIACION DE CIERRE VERIFICADA, ANO: '
                   WS-ANO-CERRADO
           ELSE
               IF NOT APERTURA-FORZADA THEN
                   IF CIERRE-CONCILIADO THEN
                       DISPLAY '*CCPRAC47*ABORT* QUEDAN '
                           CIE-DESCUADRES ' DESCUADRES EN LA '
                           'CONCILIACION DE CIERRE DE ' WS-ANO-CERRADO
                   ELSE
                       DISPLAY '*CCPRAC47*ABORT* NO CONSTA LA '
                           'CONCILIACION DE CIERRE DE ' WS-ANO-CERRADO
                           ' - EJECUTE CCPRACB3 PRIMERO'
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 5000-END-PROGRAM
               END-IF
               DISPLAY '*CCPRAC47*APERTURA*FORZADA* CON LA '
                   'CONCILIACION DE ' WS-ANO-CERRADO ' SIN CUADRAR ('
                   CIE-DESCUADRES ' DESCUADRES) - QUEDA CONSTANCIA'
               MOVE WS-ANO-CERRADO TO LIF-ANO
               MOVE CIE-DESCUADRES TO LIF-DESCUADRES
               WRITE LINEA-INFORME FROM LINEA-INF-FORZADA
           END-IF
           .
      ******************************************************************
       3000-SEMBRAR-MAESTRO.
           PERFORM 3100-LEER-DECISION
                   MOVE NIF OF REG-ALUMNOS-GRAL TO LIL-NIF
                   WRITE LINEA-INFORME FROM LINEA-INF-LIMBO
               END-IF
               PERFORM 3450-ETAPA-DEL-ALUMNO
               WRITE REG-ALUMNO-NUEVO FROM REG-ALUMNOS-GRAL
               ADD 1 TO C-ARRASTRADOS
               ADD 1 TO T-AE-ARRASTRADOS (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       3450-ETAPA-DEL-ALUMNO.
      *    SOLO SE CAMBIA EL CURSO AL PROMOCIONAR DESDE EL ULTIMO DE
      *    LA ETAPA Y SI EL COLEGIO IMPARTE LA ETAPA SIGUIENTE
           MOVE COLEGIO OF REG-ALUMNOS-GRAL TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS-GRAL   TO W-ET-CURSO
           PERFORM 3460-BUSCAR-ETAPA
           IF NIF OF REG-DECISION = NIF OF REG-ALUMNOS-GRAL
               AND DEC-PROMOCIONA
               AND W-ETAPA-ENCONTRADA AND W-ET-ULTIMO = 'S' THEN
               IF W-ET-CURSO-SIG > 0 THEN
                   MOVE NIF OF REG-ALUMNOS-GRAL TO LIE-NIF
                   MOVE W-ET-SIGUIENTE TO LIE-ETAPA
                   MOVE W-ET-CURSO-SIG TO LIE-CURSO
                   WRITE LINEA-INFORME FROM LINEA-INF-ETAPA
                   ADD 1 TO C-CAMBIO-ETAPA
                   MOVE W-ET-CURSO-SIG TO CURSO OF REG-ALUMNOS-GRAL
                   MOVE W-ET-CURSO-SIG TO W-ET-CURSO
                   PERFORM 3460-BUSCAR-ETAPA
               ELSE
                   MOVE NIF OF REG-ALUMNOS-GRAL TO LIX-NIF
                   MOVE W-ET-ETAPA TO LIX-ETAPA
                   WRITE LINEA-INFORME FROM LINEA-INF-FIN-ETAPA
                   ADD 1 TO C-FIN-ETAPA
               END-IF
           END-IF
           .
      ******************************************************************
       3460-BUSCAR-ETAPA.
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           IF W-ETAPA-ENCONTRADA AND W-ET-ORDEN > 0 THEN
               MOVE W-ET-ORDEN TO WS-IDX-ETAPA
           ELSE
               MOVE 21 TO WS-IDX-ETAPA
           END-IF
           .
      ******************************************************************
           MOVE C-DESCARTADOS TO LIT-DESCARTADOS
           MOVE C-EN-LIMBO    TO LIT-LIMBO
           WRITE LINEA-INFORME FROM LINEA-INF-TOTALES
           MOVE C-CAMBIO-ETAPA TO LIT-CAMBIOS
           MOVE C-FIN-ETAPA    TO LIT-FIN-ETAPA
           WRITE LINEA-INFORME FROM LINEA-INF-TOT-CAMBIOS
           PERFORM 4100-TOTALES-POR-ETAPA

           DISPLAY 'ALUMNOS LEIDOS:   ' C-ALUMNOS-LEIDOS
           DISPLAY 'ARRASTRADOS:      ' C-ARRASTRADOS
           DISPLAY 'DESCARTADOS:      ' C-DESCARTADOS
           DISPLAY 'EN LIMBO:         ' C-EN-LIMBO
           DISPLAY 'CAMBIOS DE ETAPA: ' C-CAMBIO-ETAPA
           DISPLAY 'FIN DE ETAPA:     ' C-FIN-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           CLOSE F-ALUMNOS
           CLOSE F-DECISIONES
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-TOTALES-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
               IF T-AE-ARRASTRADOS (WS-IDX-ETAPA) > 0 THEN
                   IF WS-IDX-ETAPA = 21 THEN
                       MOVE SPACE       TO LTE-ETAPA
                       MOVE 'SIN ETAPA' TO LTE-NOMBRE
                   ELSE
                       MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                       CALL "MODETAPA" USING 'N' W-ET-COLEGIO
                           W-ET-CURSO W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                           W-ET-ULTIMO W-ET-SIGUIENTE W-ET-CURSO-SIG
                           W-ET-TITULA W-ET-ENCONTRADO
                       END-CALL
                       MOVE W-ET-ETAPA  TO LTE-ETAPA
                       MOVE W-ET-NOMBRE TO LTE-NOMBRE
                   END-IF
                   MOVE T-AE-ARRASTRADOS (WS-IDX-ETAPA)
                     TO LTE-ARRASTRADOS
                   WRITE LINEA-INFORME FROM LINEA-INF-TOT-ETAPA
               END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
