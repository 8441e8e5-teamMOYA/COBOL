       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAB.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SUPERVIVENCIA DE COHORTES Y TASA DE            *
      *                 GRADUACION. CADA NIF SE ASIGNA A LA COHORTE    *
      *                 DE SU PRIMER ANO EN EL HISTORICO DE DECISIONES *
      *                 RHISTDEC (CCPRAC84) Y DEL COLEGIO DE ESE ANO,  *
      *                 Y SE SIGUE HASTA SU DESENLACE. JUNTA EN UN     *
      *                 SORT INTERNO POR NIF LAS DECISIONES, LOS       *
      *                 TITULOS DEL LIBRO RTITULOS (CCPRAC9A), LOS     *
      *                 TRASLADOS DE RTRASLAD Y LOS ABANDONOS DE LOS   *
      *                 LISTADOS DE CCPRAC9O (CONCATENADOS, UNO POR    *
      *                 ANO), Y CLASIFICA CADA NIF, POR ESTE ORDEN,    *
      *                 EN: GRADUADO EN PLAZO (TITULO COMO MUY TARDE   *
      *                 EN EL ANO DE ENTRADA + DURACION - 1),          *
      *                 GRADUADO CON RETRASO, ABANDONO (LISTADO POR    *
      *                 CCPRAC9O O SIN DECISION EN EL ULTIMO ANO DEL   *
      *                 HISTORICO), TRASLADADO (SALIO DEL COLEGIO DE   *
      *                 ENTRADA), REPETIDOR (ALGUNA DECISION REPITE) Y *
      *                 EN CURSO. LA DURACION DE LA ETAPA VIENE EN     *
      *                 SYSIN (POR DEFECTO 6 ANOS). LOS NIF DEL        *
      *                 PRIMER ANO DEL HISTORICO YA ESTABAN DENTRO     *
      *                 CUANDO EMPEZO Y NO FORMAN COHORTE. IMPRIME LA  *
      *                 TABLA POR ANO DE ENTRADA PARA CADA COLEGIO Y   *
      *                 PARA TODO EL SISTEMA.                          *
      *                 AL FINAL, LAS MISMAS COHORTES POR ETAPA DE     *
      *                 ENTRADA: LA DEL CURSO DE LA PRIMERA DECISION   *
      *                 EN EL COLEGIO DE ENTRADA (MODETAPA).           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORICO ASSIGN HISTDEC
               FILE STATUS IS FS-HISTORICO.

           SELECT F-TITULOS ASSIGN TITULOS
               FILE STATUS IS FS-TITULOS.

           SELECT F-TRASLADOS ASSIGN TRASLADO
               FILE STATUS IS FS-TRASLADOS.

           SELECT F-ABANDONOS ASSIGN ABANDONO
               FILE STATUS IS FS-ABANDONOS.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-HISTORICO
           RECORDING MODE IS F.
           COPY RHISTDEC.

       FD F-TITULOS
           RECORDING MODE IS F.
           COPY RTITULOS.

       FD F-TRASLADOS
           RECORDING MODE IS F.
           COPY RTRASLAD.

       FD F-ABANDONOS
           RECORDING MODE IS F
           DATA RECORD LINEA-ABANDONO.
       01 LINEA-ABANDONO.
           05 FILLER               PIC X(3).
           05 LAB-NIF              PIC X(9).
           05 FILLER               PIC X(56).
           05 LAB-MARCA            PIC X(12).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       SD F-SORT
           DATA RECORD REG-TRAYECTORIA.
       01 REG-TRAYECTORIA.
           05 TY-NIF               PIC X(9).
           05 TY-TIPO              PIC X.
               88 TY-DECISION           VALUE '1'.
               88 TY-TITULO             VALUE '2'.
               88 TY-TRASLADO           VALUE '3'.
               88 TY-ABANDONO           VALUE '4'.
           05 TY-ANO               PIC 9(4).
           05 TY-COLEGIO           PIC 99.
           05 TY-DECISION-HD       PIC X(10).
           05 TY-CURSO             PIC 9.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HISTORICO PIC XX.
               88 FS-HISTORICO-OK   VALUE '00'.
           05 FS-TITULOS PIC XX.
               88 FS-TITULOS-OK     VALUE '00'.
           05 FS-TRASLADOS PIC XX.
               88 FS-TRASLADOS-OK   VALUE '00'.
           05 FS-ABANDONOS PIC XX.
               88 FS-ABANDONOS-OK   VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-DURACION          PIC 9.
           05 FILLER               PIC X(79).

       01 C-CONTADORES.
           05 C-DECISIONES        PIC 9(7) VALUE 0.
           05 C-TITULOS           PIC 9(7) VALUE 0.
           05 C-TRASLADOS         PIC 9(7) VALUE 0.
           05 C-ABANDONOS         PIC 9(7) VALUE 0.
           05 C-NIF               PIC 9(7) VALUE 0.
           05 C-ARRASTRE          PIC 9(7) VALUE 0.
           05 C-FUERA-TABLA       PIC 9(7) VALUE 0.

       01 WS-ANO-PRIMERO          PIC 9(4) VALUE 9999.
       01 WS-ANO-ULTIMO           PIC 9(4) VALUE 0.

      *    ESTADO DEL NIF EN CURSO DE CLASIFICACION
       01 WS-NIF-EN-CURSO         PIC X(9).
       01 WS-TRAYECTORIA.
           05 WS-TY-ANO-ENTRADA   PIC 9(4).
           05 WS-TY-COLEGIO       PIC 99.
           05 WS-TY-CURSO         PIC 9.
           05 WS-TY-ULTIMO-ANO    PIC 9(4).
           05 WS-TY-ANO-TITULO    PIC 9(4).
           05 WS-TY-REPITE        PIC X.
           05 WS-TY-TRASLADADO    PIC X.
           05 WS-TY-ABANDONO      PIC X.

      *    DESENLACES: 1 EN PLAZO, 2 CON RETRASO, 3 REPITEN,
      *    4 TRASLADO, 5 ABANDONO, 6 EN CURSO
       01 WS-DESENLACE            PIC 9.

      *    COHORTES POR COLEGIO Y ANO DE ENTRADA; LA ENTRADA 100 ES
      *    EL TOTAL DEL SISTEMA. EL ANO 1 ES EL SIGUIENTE AL PRIMERO
      *    DEL HISTORICO
       01 T-COHORTES.
           05 T-CO-COLEGIO OCCURS 100.
               10 T-CO-HAY-DATOS   PIC X.
               10 T-CO-ANO OCCURS 30.
                   15 T-CO-ALUMNOS   PIC 9(6).
                   15 T-CO-DESENLACE OCCURS 6 PIC 9(6).

      *    COHORTES POR ETAPA DE ENTRADA (ORDEN EN EL FICHERO DE
      *    ETAPAS; LA 21 RECOGE LOS CURSOS SIN ETAPA Y LAS DECISIONES
      *    SIN CURSO, ANTERIORES A SU ALTA EN EL HISTORICO)
       01 T-COHORTES-ETAPA.
           05 T-CE-ETAPA OCCURS 21.
               10 T-CE-ALUMNOS     PIC 9(6).
               10 T-CE-DESENLACE OCCURS 6 PIC 9(6).

       01 WS-IDX-ETAPA            PIC 99.
       01 WS-IDX-COLEGIO          PIC 999.
       01 WS-IDX-ANO              PIC 99.
       01 WS-IDX-DES              PIC 9.
       01 WS-ANO-PLAZO            PIC 9(4).
       01 W-PORCENTAJE            PIC 999V9.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-COH-CABECERA.
           05 FILLER  PIC X(52) VALUE
               'SUPERVIVENCIA DE COHORTES POR ANO DE ENTRADA - ETAPA'.
           05 FILLER  PIC X(4)  VALUE ' DE '.
           05 LCC-DURACION  PIC 9.
           05 FILLER  PIC X(6)  VALUE ' ANOS '.
           05 FILLER  PIC X(69) VALUE SPACES.

       01 LINEA-COH-COLEGIO.
           05 FILLER        PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-COLEGIO   PIC Z9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCO-NOMBRE    PIC X(15).
           05 FILLER        PIC X(105) VALUE SPACES.

       01 LINEA-COH-SISTEMA.
           05 FILLER        PIC X(27) VALUE
               'TOTAL DEL SISTEMA          '.
           05 FILLER        PIC X(105) VALUE SPACES.

       01 LINEA-COH-COLUMNAS.
           05 FILLER  PIC X(18) VALUE 'ENTRADA   ALUMNOS '.
           05 FILLER  PIC X(14) VALUE '  EN PLAZO    '.
           05 FILLER  PIC X(14) VALUE '  CON RETRASO '.
           05 FILLER  PIC X(14) VALUE '  REPITEN     '.
           05 FILLER  PIC X(14) VALUE '  TRASLADO    '.
           05 FILLER  PIC X(14) VALUE '  ABANDONO    '.
           05 FILLER  PIC X(14) VALUE '  EN CURSO    '.
           05 FILLER  PIC X(30) VALUE SPACES.

       01 LINEA-COH-DATOS.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LCD-ANO       PIC 9(4).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LCD-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCD-DESENLACE OCCURS 6.
               10 FILLER         PIC X(2).
               10 LCD-CUENTA     PIC ZZZZ9.
               10 FILLER         PIC X.
               10 LCD-PORCENTAJE PIC ZZ9,9.
               10 FILLER         PIC X.
           05 FILLER        PIC X(30).

       01 LINEA-COH-ETA-CABECERA.
           05 FILLER  PIC X(46) VALUE
               'COHORTES POR ETAPA DE ENTRADA (TODOS LOS ANOS)'.
           05 FILLER  PIC X(86) VALUE SPACES.

       01 LINEA-COH-ETA-COLUMNAS.
           05 FILLER  PIC X(25) VALUE 'ETAPA DE ENTRADA ALUMNOS '.
           05 FILLER  PIC X(14) VALUE '  EN PLAZO    '.
           05 FILLER  PIC X(14) VALUE '  CON RETRASO '.
           05 FILLER  PIC X(14) VALUE '  REPITEN     '.
           05 FILLER  PIC X(14) VALUE '  TRASLADO    '.
           05 FILLER  PIC X(14) VALUE '  ABANDONO    '.
           05 FILLER  PIC X(14) VALUE '  EN CURSO    '.
           05 FILLER  PIC X(23) VALUE SPACES.

       01 LINEA-COH-ETAPA.
           05 LCE-ETAPA     PIC X.
           05 FILLER        PIC X.
           05 LCE-NOMBRE    PIC X(15).
           05 FILLER        PIC X.
           05 LCE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X.
           05 LCE-DESENLACE OCCURS 6.
               10 FILLER         PIC X(2).
               10 LCE-CUENTA     PIC ZZZZ9.
               10 FILLER         PIC X.
               10 LCE-PORCENTAJE PIC ZZ9,9.
               10 FILLER         PIC X.
           05 FILLER        PIC X(23).

       01 LINEA-COH-BLANCO         PIC X(132) VALUE SPACES.

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

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY TY-NIF TY-TIPO TY-ANO
               INPUT PROCEDURE 2000-JUNTAR-TRAYECTORIAS
               OUTPUT PROCEDURE 3000-CLASIFICAR-NIFS
           PERFORM 3500-IMPRIMIR-TABLAS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-DURACION NOT NUMERIC OR WS-DURACION = 0 THEN
               DISPLAY '*CCPRACAB*SYSIN*SIN*DURACION* SE TOMAN 6 ANOS'
               MOVE 6 TO WS-DURACION
           END-IF
           INITIALIZE T-COHORTES
           INITIALIZE T-COHORTES-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN INPUT F-HISTORICO
           IF NOT FS-HISTORICO-OK THEN
               DISPLAY 'ERROR LEER FICHERO HISTORICO DECISIONES'
               DISPLAY FS-HISTORICO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       2000-JUNTAR-TRAYECTORIAS.
           PERFORM 2100-SOLTAR-DECISIONES
           PERFORM 2200-SOLTAR-TITULOS
           PERFORM 2300-SOLTAR-TRASLADOS
           PERFORM 2400-SOLTAR-ABANDONOS
           .
      ******************************************************************
       2100-SOLTAR-DECISIONES.
           READ F-HISTORICO
           PERFORM UNTIL NOT FS-HISTORICO-OK
             ADD 1 TO C-DECISIONES
             INITIALIZE REG-TRAYECTORIA
             MOVE HD-NIF      TO TY-NIF
             SET TY-DECISION  TO TRUE
             MOVE HD-ANO      TO TY-ANO
             MOVE HD-COLEGIO  TO TY-COLEGIO
             MOVE HD-DECISION TO TY-DECISION-HD
             IF HD-CURSO NUMERIC THEN
               MOVE HD-CURSO  TO TY-CURSO
             END-IF
             RELEASE REG-TRAYECTORIA
             IF HD-ANO < WS-ANO-PRIMERO THEN
               MOVE HD-ANO TO WS-ANO-PRIMERO
             END-IF
             IF HD-ANO > WS-ANO-ULTIMO THEN
               MOVE HD-ANO TO WS-ANO-ULTIMO
             END-IF
             READ F-HISTORICO
           END-PERFORM
           CLOSE F-HISTORICO
           .
      ******************************************************************
       2200-SOLTAR-TITULOS.
           OPEN INPUT F-TITULOS
           IF NOT FS-TITULOS-OK THEN
             DISPLAY 'SIN FICHERO DE TITULOS - NADIE CUENTA COMO '
                 'GRADUADO'
           ELSE
             READ F-TITULOS
             PERFORM UNTIL NOT FS-TITULOS-OK
               ADD 1 TO C-TITULOS
               INITIALIZE REG-TRAYECTORIA
               MOVE TIT-NIF     TO TY-NIF
               SET TY-TITULO    TO TRUE
               MOVE TIT-ANO     TO TY-ANO
               RELEASE REG-TRAYECTORIA
               READ F-TITULOS
             END-PERFORM
             CLOSE F-TITULOS
           END-IF
           .
      ******************************************************************
       2300-SOLTAR-TRASLADOS.
           OPEN INPUT F-TRASLADOS
           IF NOT FS-TRASLADOS-OK THEN
             DISPLAY 'SIN FICHERO DE TRASLADOS - NADIE CUENTA COMO '
                 'TRASLADADO'
           ELSE
             READ F-TRASLADOS
             PERFORM UNTIL NOT FS-TRASLADOS-OK
               ADD 1 TO C-TRASLADOS
               INITIALIZE REG-TRAYECTORIA
               MOVE NIF OF REG-TRASLADO TO TY-NIF
               SET TY-TRASLADO          TO TRUE
               MOVE ANO-ACADEMICO       TO TY-ANO
               MOVE COLEGIO-ORIGEN      TO TY-COLEGIO
               RELEASE REG-TRAYECTORIA
               READ F-TRASLADOS
             END-PERFORM
             CLOSE F-TRASLADOS
           END-IF
           .
      ******************************************************************
       2400-SOLTAR-ABANDONOS.
      *    SOLO CUENTAN LAS LINEAS DE ALUMNO MARCADAS COMO ABANDONO;
      *    LAS CABECERAS 'COLEGIO: ' DEL LISTADO SE SALTAN
           OPEN INPUT F-ABANDONOS
           IF NOT FS-ABANDONOS-OK THEN
             DISPLAY 'SIN LISTADOS DE ABANDONO - SOLO CUENTA EL '
                 'HISTORICO'
           ELSE
             READ F-ABANDONOS
             PERFORM UNTIL NOT FS-ABANDONOS-OK
               IF LAB-MARCA = ' *ABANDONO* ' THEN
                 ADD 1 TO C-ABANDONOS
                 INITIALIZE REG-TRAYECTORIA
                 MOVE LAB-NIF     TO TY-NIF
                 SET TY-ABANDONO  TO TRUE
                 RELEASE REG-TRAYECTORIA
               END-IF
               READ F-ABANDONOS
             END-PERFORM
             CLOSE F-ABANDONOS
           END-IF
           .
      ******************************************************************
       3000-CLASIFICAR-NIFS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-TRAYECTORIA
           PERFORM UNTIL FIN-DE-SORT
             MOVE TY-NIF TO WS-NIF-EN-CURSO
             INITIALIZE WS-TRAYECTORIA
             PERFORM UNTIL FIN-DE-SORT
                 OR TY-NIF NOT = WS-NIF-EN-CURSO
               PERFORM 3200-ANOTAR-TRAYECTORIA
               PERFORM 3100-RETURN-TRAYECTORIA
             END-PERFORM
             PERFORM 3300-CERRAR-NIF
           END-PERFORM
           .
      ******************************************************************
       3100-RETURN-TRAYECTORIA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-ANOTAR-TRAYECTORIA.
      *    LAS DECISIONES LLEGAN ANTES QUE EL RESTO Y POR ANO: LA
      *    PRIMERA FIJA LA COHORTE Y EL COLEGIO DE ENTRADA
           EVALUATE TRUE
             WHEN TY-DECISION
               IF WS-TY-ANO-ENTRADA = 0 THEN
                 MOVE TY-ANO     TO WS-TY-ANO-ENTRADA
                 MOVE TY-COLEGIO TO WS-TY-COLEGIO
                 MOVE TY-CURSO   TO WS-TY-CURSO
               END-IF
               MOVE TY-ANO TO WS-TY-ULTIMO-ANO
               IF TY-DECISION-HD = 'REPITE    ' THEN
                 MOVE 'S' TO WS-TY-REPITE
               END-IF
             WHEN TY-TITULO
               IF WS-TY-ANO-TITULO = 0 THEN
                 MOVE TY-ANO TO WS-TY-ANO-TITULO
               END-IF
             WHEN TY-TRASLADO
               IF WS-TY-ANO-ENTRADA > 0
                   AND TY-COLEGIO = WS-TY-COLEGIO
                   AND TY-ANO >= WS-TY-ANO-ENTRADA THEN
                 MOVE 'S' TO WS-TY-TRASLADADO
               END-IF
             WHEN TY-ABANDONO
               MOVE 'S' TO WS-TY-ABANDONO
           END-EVALUATE
           .
      ******************************************************************
       3300-CERRAR-NIF.
      *    SIN DECISIONES NO HAY COHORTE (TITULOS O TRASLADOS DE NIF
      *    ANTERIORES AL HISTORICO)
           IF WS-TY-ANO-ENTRADA > 0 THEN
             ADD 1 TO C-NIF
             COMPUTE WS-ANO-PLAZO = WS-TY-ANO-ENTRADA + WS-DURACION - 1
             EVALUATE TRUE
               WHEN WS-TY-ANO-TITULO > 0
                   AND WS-TY-ANO-TITULO <= WS-ANO-PLAZO
                 MOVE 1 TO WS-DESENLACE
               WHEN WS-TY-ANO-TITULO > 0
                 MOVE 2 TO WS-DESENLACE
               WHEN WS-TY-ABANDONO = 'S'
                   OR WS-TY-ULTIMO-ANO < WS-ANO-ULTIMO
                 MOVE 5 TO WS-DESENLACE
               WHEN WS-TY-TRASLADADO = 'S'
                 MOVE 4 TO WS-DESENLACE
               WHEN WS-TY-REPITE = 'S'
                 MOVE 3 TO WS-DESENLACE
               WHEN OTHER
                 MOVE 6 TO WS-DESENLACE
             END-EVALUATE
             EVALUATE TRUE
               WHEN WS-TY-ANO-ENTRADA = WS-ANO-PRIMERO
                 ADD 1 TO C-ARRASTRE
               WHEN WS-TY-ANO-ENTRADA - WS-ANO-PRIMERO > 30
                   OR WS-TY-COLEGIO = 0
                 ADD 1 TO C-FUERA-TABLA
               WHEN OTHER
                 COMPUTE WS-IDX-ANO =
                     WS-TY-ANO-ENTRADA - WS-ANO-PRIMERO
                 MOVE WS-TY-COLEGIO TO WS-IDX-COLEGIO
                 PERFORM 3350-SUMAR-COHORTE
                 MOVE 100 TO WS-IDX-COLEGIO
                 PERFORM 3350-SUMAR-COHORTE
                 PERFORM 3360-ETAPA-DE-ENTRADA
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       3350-SUMAR-COHORTE.
           MOVE 'S' TO T-CO-HAY-DATOS (WS-IDX-COLEGIO)
           ADD 1 TO T-CO-ALUMNOS (WS-IDX-COLEGIO, WS-IDX-ANO)
           ADD 1 TO T-CO-DESENLACE (WS-IDX-COLEGIO, WS-IDX-ANO,
                                    WS-DESENLACE)
           .
      ******************************************************************
       3360-ETAPA-DE-ENTRADA.
      *    LA COHORTE SE CARGA A LA ETAPA DEL CURSO DE LA PRIMERA
      *    DECISION EN EL COLEGIO DE ENTRADA (21 = SIN ETAPA)
           MOVE WS-TY-COLEGIO TO W-ET-COLEGIO
           MOVE WS-TY-CURSO TO W-ET-CURSO
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
           ADD 1 TO T-CE-ALUMNOS (WS-IDX-ETAPA)
           ADD 1 TO T-CE-DESENLACE (WS-IDX-ETAPA, WS-DESENLACE)
           .
      ******************************************************************
       3500-IMPRIMIR-TABLAS.
           MOVE WS-DURACION TO LCC-DURACION
           WRITE LINEA-LISTADO FROM LINEA-COH-CABECERA
           PERFORM VARYING WS-IDX-COLEGIO FROM 1 BY 1
                   UNTIL WS-IDX-COLEGIO > 100
             IF T-CO-HAY-DATOS (WS-IDX-COLEGIO) = 'S' THEN
               WRITE LINEA-LISTADO FROM LINEA-COH-BLANCO
               IF WS-IDX-COLEGIO = 100 THEN
                 WRITE LINEA-LISTADO FROM LINEA-COH-SISTEMA
               ELSE
                 MOVE WS-IDX-COLEGIO TO LCO-COLEGIO
                 MOVE WS-IDX-COLEGIO TO W-COD-COLEGIO
                 CALL "MODCOLEG" USING 'L' W-COD-COLEGIO
                                        W-NOMB-COLEGIO W-ENCONTRADO
                 END-CALL
                 IF NOT W-COLEGIO-ENCONTRADO THEN
                   MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
                 END-IF
                 MOVE W-NOMB-COLEGIO TO LCO-NOMBRE
                 WRITE LINEA-LISTADO FROM LINEA-COH-COLEGIO
               END-IF
               WRITE LINEA-LISTADO FROM LINEA-COH-COLUMNAS
               PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                       UNTIL WS-IDX-ANO > 30
                 IF T-CO-ALUMNOS (WS-IDX-COLEGIO, WS-IDX-ANO) > 0 THEN
                   PERFORM 3550-LINEA-DE-COHORTE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           PERFORM 3600-IMPRIMIR-ETAPAS
           .
      ******************************************************************
       3550-LINEA-DE-COHORTE.
           MOVE SPACES TO LINEA-COH-DATOS
           COMPUTE LCD-ANO = WS-ANO-PRIMERO + WS-IDX-ANO
           MOVE T-CO-ALUMNOS (WS-IDX-COLEGIO, WS-IDX-ANO) TO LCD-ALUMNOS
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1 UNTIL WS-IDX-DES > 6
             MOVE T-CO-DESENLACE (WS-IDX-COLEGIO, WS-IDX-ANO,
                                  WS-IDX-DES)
               TO LCD-CUENTA (WS-IDX-DES)
             COMPUTE W-PORCENTAJE ROUNDED =
                 T-CO-DESENLACE (WS-IDX-COLEGIO, WS-IDX-ANO,
                                 WS-IDX-DES) * 100
                 / T-CO-ALUMNOS (WS-IDX-COLEGIO, WS-IDX-ANO)
             END-COMPUTE
             MOVE W-PORCENTAJE TO LCD-PORCENTAJE (WS-IDX-DES)
           END-PERFORM
           WRITE LINEA-LISTADO FROM LINEA-COH-DATOS
           .
      ******************************************************************
       3600-IMPRIMIR-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-COH-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-COH-ETA-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-COH-ETA-COLUMNAS
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-CE-ALUMNOS (WS-IDX-ETAPA) > 0 THEN
               PERFORM 3650-LINEA-DE-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3650-LINEA-DE-ETAPA.
           MOVE SPACES TO LINEA-COH-ETAPA
           IF WS-IDX-ETAPA = 21 THEN
             MOVE 'SIN ETAPA' TO LCE-NOMBRE
           ELSE
             MOVE WS-IDX-ETAPA TO W-ET-ORDEN
             CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE
                                    W-ET-ORDEN W-ET-ULTIMO
                                    W-ET-SIGUIENTE W-ET-CURSO-SIG
                                    W-ET-TITULA W-ET-ENCONTRADO
             END-CALL
             MOVE W-ET-ETAPA  TO LCE-ETAPA
             MOVE W-ET-NOMBRE TO LCE-NOMBRE
           END-IF
           MOVE T-CE-ALUMNOS (WS-IDX-ETAPA) TO LCE-ALUMNOS
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1 UNTIL WS-IDX-DES > 6
             MOVE T-CE-DESENLACE (WS-IDX-ETAPA, WS-IDX-DES)
               TO LCE-CUENTA (WS-IDX-DES)
             COMPUTE W-PORCENTAJE ROUNDED =
                 T-CE-DESENLACE (WS-IDX-ETAPA, WS-IDX-DES) * 100
                 / T-CE-ALUMNOS (WS-IDX-ETAPA)
             END-COMPUTE
             MOVE W-PORCENTAJE TO LCE-PORCENTAJE (WS-IDX-DES)
           END-PERFORM
           WRITE LINEA-LISTADO FROM LINEA-COH-ETAPA
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'DECISIONES LEIDAS:    ' C-DECISIONES
           DISPLAY 'TITULOS LEIDOS:       ' C-TITULOS
           DISPLAY 'TRASLADOS LEIDOS:     ' C-TRASLADOS
           DISPLAY 'ABANDONOS LISTADOS:   ' C-ABANDONOS
           DISPLAY 'NIF CLASIFICADOS:     ' C-NIF
           DISPLAY 'NIF DE ARRASTRE:      ' C-ARRASTRE
           DISPLAY 'NIF FUERA DE TABLA:   ' C-FUERA-TABLA
           CLOSE F-LISTADO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           COMPUTE WS-METRI-REGISTROS = C-DECISIONES + C-TITULOS
               + C-TRASLADOS + C-ABANDONOS
           END-COMPUTE
           CALL "MODMETRI" USING 'CCPRACAB' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
