       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAN.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PRODUCCION DE CARNES ESCOLARES. CRUZA POR NIF  *
      *                 EL MAESTRO RALUMN02 CON EL REGISTRO DE CARNES  *
      *                 RCARNETS Y ESCRIBE EL FICHERO DE PRODUCCION    *
      *                 PARA LA IMPRESORA DE TARJETAS (RCARNIMP),      *
      *                 ORDENADO POR COLEGIO+GRUPO CON UN SORT         *
      *                 INTERNO, CON EL NOMBRE DEL COLEGIO VIA         *
      *                 MODCOLEG. CADA CARNE LLEVA NUMERO CORRELATIVO  *
      *                 (SIGUIENTE AL MAYOR DEL REGISTRO), CADUCIDAD   *
      *                 AL FIN DEL CURSO (FIN DEL TERCER TRIMESTRE EN  *
      *                 EL CALENDARIO RCALACAD) Y CODIGO DE BARRAS     *
      *                 CON DIGITO DE CONTROL PARA COMEDOR Y           *
      *                 BIBLIOTECA. SYSIN: MODO Y ANO ACADEMICO.       *
      *                 MODO 'E' (EMISION DE SEPTIEMBRE): CARNE PARA   *
      *                 TODO ALUMNO SIN CARNE VIGENTE DEL CURSO; SE    *
      *                 PUEDE REPETIR SIN DUPLICAR. MODO 'R'           *
      *                 (REIMPRESION): SOLO LOS NIF DEL FICHERO        *
      *                 REIMPRES; SU CARNE VIGENTE QUEDA ANULADO POR   *
      *                 PERDIDA Y SE EMITE UNO NUEVO MARCADO COMO      *
      *                 DUPLICADO. EN CUALQUIER MODO LOS CARNES        *
      *                 VENCIDOS PASAN A CADUCADOS Y LOS DE ALUMNOS    *
      *                 QUE YA NO ESTAN EN EL MAESTRO SE ANULAN POR    *
      *                 BAJA. EL REGISTRO SE REESCRIBE EN CARNNUEV.    *
      *                 LOS CARNES EMITIDOS Y DUPLICADOS SE TOTALIZAN  *
      *                 TAMBIEN POR ETAPA EDUCATIVA DEL CURSO DEL      *
      *                 ALUMNO (MODETAPA) EN LOS TOTALES DEL PROCESO.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-CALENDARIO ASSIGN CALACAD
               FILE STATUS IS FS-CALENDARIO.

           SELECT F-CARNETS ASSIGN CARNETS
               FILE STATUS IS FS-CARNETS.

           SELECT F-CARNETS-NUEVO ASSIGN CARNNUEV
               FILE STATUS IS FS-CARNETS-NUEVO.

           SELECT F-REIMPRESION ASSIGN REIMPRES
               FILE STATUS IS FS-REIMPRESION.

           SELECT F-PRODUCCION ASSIGN PRODUCC
               FILE STATUS IS FS-PRODUCCION.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-CALENDARIO
           RECORDING MODE IS F.
           COPY RCALACAD.

       FD F-CARNETS
           RECORDING MODE IS F.
           COPY RCARNETS.

       FD F-CARNETS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-CARNET-NUEVO.
       01 REG-CARNET-NUEVO         PIC X(80).

       FD F-REIMPRESION
           RECORDING MODE IS F
           DATA RECORD REG-REIMPRESION.
       01 REG-REIMPRESION.
           05 RI-NIF               PIC X(9).
           05 FILLER               PIC X(71).

       FD F-PRODUCCION
           RECORDING MODE IS F
           DATA RECORD REG-PRODUCCION.
       01 REG-PRODUCCION           PIC X(120).

       SD F-SORT.
           COPY RCARNIMP.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK       VALUE '00'.
           05 FS-CALENDARIO PIC XX.
               88 FS-CALENDARIO-OK    VALUE '00'.
           05 FS-CARNETS PIC XX.
               88 FS-CARNETS-OK       VALUE '00'.
               88 FS-CARNETS-NO-EXISTE VALUE '35'.
           05 FS-CARNETS-NUEVO PIC XX.
               88 FS-CARNETS-NUEVO-OK VALUE '00'.
           05 FS-REIMPRESION PIC XX.
               88 FS-REIMPRESION-OK   VALUE '00'.
           05 FS-PRODUCCION PIC XX.
               88 FS-PRODUCCION-OK    VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-MODO              PIC X.
               88 MODO-EMISION          VALUE 'E'.
               88 MODO-REIMPRESION      VALUE 'R'.
           05 FILLER               PIC X.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 FILLER               PIC X(74).

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

       01 WS-FECHA-CADUCIDAD      PIC X(8).
       01 WS-ANO-SIGUIENTE        PIC 9(4).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(7) VALUE 0.
           05 C-CARNETS-LEIDOS    PIC 9(7) VALUE 0.
           05 C-EMITIDOS          PIC 9(7) VALUE 0.
           05 C-DUPLICADOS        PIC 9(7) VALUE 0.
           05 C-YA-TENIAN         PIC 9(7) VALUE 0.
           05 C-ANULADOS-PERDIDA  PIC 9(7) VALUE 0.
           05 C-ANULADOS-BAJA     PIC 9(7) VALUE 0.
           05 C-CADUCADOS         PIC 9(7) VALUE 0.
           05 C-REIMPR-SIN-ALUMNO PIC 9(7) VALUE 0.

       01 WS-ULTIMO-NUMERO        PIC 9(8) VALUE 0.

      *    NIF A REIMPRIMIR (MODO 'R')
       01 T-REIMPRESION.
           05 C-REIMPRESION       PIC 999 VALUE 0.
           05 T-RE-ENTRADA OCCURS 500.
               10 T-RE-NIF        PIC X(9).
               10 T-RE-HECHO      PIC X.
       01 WS-IDX                  PIC 999.
       01 WS-IDX-REIMPRESION      PIC 999.

      *    CLAVES DEL CRUCE Y ESTADO DEL NIF EN CURSO
       01 WS-CLAVE-ALUMNO         PIC X(9).
       01 WS-CLAVE-CARNET         PIC X(9).
       01 WS-NIF-EN-CURSO         PIC X(9).
       01 WS-EN-MAESTRO           PIC X.
       01 WS-TIENE-VIGENTE        PIC X.
       01 WS-ANULADO-PERDIDA      PIC X.

      *    DIGITO DE CONTROL DEL CODIGO DE BARRAS: PESOS 3-1 DESDE LA
      *    IZQUIERDA SOBRE LAS 8 CIFRAS DEL NUMERO (COMO EAN)
       01 W-CODIGO-BARRAS.
           05 W-CB-PREFIJO        PIC XX VALUE 'CE'.
           05 W-CB-NUMERO         PIC 9(8).
           05 W-CB-NUMERO-R REDEFINES W-CB-NUMERO.
               10 W-CB-CIFRA      PIC 9 OCCURS 8.
           05 W-CB-CONTROL        PIC 9.
       01 W-CB-SUMA               PIC 999.
       01 W-CB-COCIENTE           PIC 999.
       01 W-CB-RESTO              PIC 9.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

           COPY RCARNETS REPLACING REG-CARNET BY REG-CARNET-SAL.

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

      *    TOTALES POR ETAPA (ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-RESUMEN-ETAPA.
           05 T-EP-TOTALES OCCURS 21.
               10 T-EP-EMITIDOS      PIC 9(7).
               10 T-EP-DUPLICADOS    PIC 9(7).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-ETAPA-ROTULO         PIC X(22).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY CI-COLEGIO CI-GRUPO CI-APELLIDOS
                                CI-NOMBRE CI-NIF
               INPUT PROCEDURE 2000-CRUZAR-CARNETS
               GIVING F-PRODUCCION
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF NOT MODO-EMISION AND NOT MODO-REIMPRESION THEN
             DISPLAY '*CCPRACAN*SYSIN*MODO*INVALIDO* ' WS-MODO
                 ' (E=EMISION R=REIMPRESION)'
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = 0 THEN
             DISPLAY '*CCPRACAN*SYSIN*SIN*ANO*ACADEMICO*'
             PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-CARNETS-NUEVO
           IF NOT FS-CARNETS-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO CARNETS NUEVO'
               DISPLAY FS-CARNETS-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1100-FECHA-CADUCIDAD
           PERFORM 1200-ULTIMO-NUMERO
           IF MODO-REIMPRESION THEN
             PERFORM 1300-CARGAR-REIMPRESION
           END-IF
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-FECHA-CADUCIDAD.
      *    EL CARNE VALE HASTA EL FIN DEL TERCER TRIMESTRE DEL CURSO;
      *    SIN CALENDARIO SE TOMA EL 30 DE JUNIO DEL ANO SIGUIENTE
           COMPUTE WS-ANO-SIGUIENTE = WS-ANO-ACADEMICO + 1
           MOVE SPACES TO WS-FECHA-CADUCIDAD
           OPEN INPUT F-CALENDARIO
           IF FS-CALENDARIO-OK THEN
             READ F-CALENDARIO
             PERFORM UNTIL NOT FS-CALENDARIO-OK
               IF CAL-ANO = WS-ANO-ACADEMICO THEN
                 MOVE CAL-TRIM-FIN (3) TO WS-FECHA-CADUCIDAD
               END-IF
               READ F-CALENDARIO
             END-PERFORM
             CLOSE F-CALENDARIO
           END-IF
           IF WS-FECHA-CADUCIDAD = SPACES THEN
             STRING WS-ANO-SIGUIENTE DELIMITED BY SIZE
                    '0630' DELIMITED BY SIZE
               INTO WS-FECHA-CADUCIDAD
             DISPLAY '*CCPRACAN*ANO*SIN*CALENDARIO* ' WS-ANO-ACADEMICO
                 ' CADUCIDAD ' WS-FECHA-CADUCIDAD
           END-IF
           .
      ******************************************************************
       1200-ULTIMO-NUMERO.
      *    LOS NUMEROS NUEVOS SIGUEN AL MAYOR YA EMITIDO; EL REGISTRO
      *    SE RELEE LUEGO PARA EL CRUCE
           OPEN INPUT F-CARNETS
           IF FS-CARNETS-NO-EXISTE THEN
             DISPLAY '*CCPRACAN*SIN*REGISTRO*CARNETS* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO WS-CLAVE-CARNET
           ELSE
             IF NOT FS-CARNETS-OK THEN
               DISPLAY 'ERROR LEER REGISTRO CARNETS'
               DISPLAY FS-CARNETS
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-CARNETS
             PERFORM UNTIL NOT FS-CARNETS-OK
               IF CA-NUMERO OF REG-CARNET > WS-ULTIMO-NUMERO THEN
                 MOVE CA-NUMERO OF REG-CARNET TO WS-ULTIMO-NUMERO
               END-IF
               READ F-CARNETS
             END-PERFORM
             CLOSE F-CARNETS
             OPEN INPUT F-CARNETS
             PERFORM 2400-LEER-CARNET
           END-IF
           .
      ******************************************************************
       1300-CARGAR-REIMPRESION.
           OPEN INPUT F-REIMPRESION
           IF NOT FS-REIMPRESION-OK THEN
               DISPLAY 'ERROR LEER FICHERO REIMPRESION'
               DISPLAY FS-REIMPRESION
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-REIMPRESION
           PERFORM UNTIL NOT FS-REIMPRESION-OK
                   OR C-REIMPRESION >= 500
             ADD 1 TO C-REIMPRESION
             MOVE RI-NIF TO T-RE-NIF (C-REIMPRESION)
             MOVE 'N'    TO T-RE-HECHO (C-REIMPRESION)
             READ F-REIMPRESION
           END-PERFORM
           IF FS-REIMPRESION-OK THEN
             DISPLAY '*CCPRACAN*REIMPRESION*TABLA*LLENA* MAXIMO 500'
           END-IF
           CLOSE F-REIMPRESION
           .
      ******************************************************************
       2000-CRUZAR-CARNETS.
           PERFORM 2300-LEER-MAESTRO
           PERFORM UNTIL WS-CLAVE-ALUMNO = HIGH-VALUES
                     AND WS-CLAVE-CARNET = HIGH-VALUES
             IF WS-CLAVE-ALUMNO <= WS-CLAVE-CARNET THEN
               MOVE WS-CLAVE-ALUMNO TO WS-NIF-EN-CURSO
               MOVE 'S' TO WS-EN-MAESTRO
             ELSE
               MOVE WS-CLAVE-CARNET TO WS-NIF-EN-CURSO
               MOVE 'N' TO WS-EN-MAESTRO
             END-IF
             MOVE 'N' TO WS-TIENE-VIGENTE
             MOVE 'N' TO WS-ANULADO-PERDIDA
             PERFORM 2050-BUSCAR-REIMPRESION
             PERFORM UNTIL WS-CLAVE-CARNET NOT = WS-NIF-EN-CURSO
               PERFORM 2100-ACTUALIZAR-CARNET
               PERFORM 2400-LEER-CARNET
             END-PERFORM
             IF WS-EN-MAESTRO = 'S' THEN
               ADD 1 TO C-ALUMNOS
               IF (MODO-EMISION AND WS-TIENE-VIGENTE = 'N')
                   OR (MODO-REIMPRESION AND WS-IDX-REIMPRESION > 0)
                   THEN
                 PERFORM 2200-EMITIR-CARNET
               ELSE
                 IF MODO-EMISION THEN
                   ADD 1 TO C-YA-TENIAN
                 END-IF
               END-IF
               PERFORM 2300-LEER-MAESTRO
             END-IF
           END-PERFORM
           CLOSE F-MAESTRO
           IF FS-CARNETS-OK OR FS-CARNETS = '10' THEN
             CLOSE F-CARNETS
           END-IF
           .
      ******************************************************************
       2050-BUSCAR-REIMPRESION.
           MOVE 0 TO WS-IDX-REIMPRESION
           IF MODO-REIMPRESION AND WS-EN-MAESTRO = 'S' THEN
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-REIMPRESION
               IF T-RE-NIF (WS-IDX) = WS-NIF-EN-CURSO THEN
                 MOVE WS-IDX TO WS-IDX-REIMPRESION
                 MOVE 'S' TO T-RE-HECHO (WS-IDX)
               END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       2100-ACTUALIZAR-CARNET.
           ADD 1 TO C-CARNETS-LEIDOS
           MOVE REG-CARNET TO REG-CARNET-SAL
           IF CA-VIGENTE OF REG-CARNET-SAL THEN
             EVALUATE TRUE
               WHEN WS-EN-MAESTRO = 'N'
                 SET CA-ANULADO OF REG-CARNET-SAL TO TRUE
                 MOVE WS-FH-AAAAMMDD
                   TO CA-FECHA-ANULACION OF REG-CARNET-SAL
                 MOVE 'BAJA' TO CA-MOTIVO-ANULACION OF REG-CARNET-SAL
                 ADD 1 TO C-ANULADOS-BAJA
               WHEN CA-FECHA-CADUCIDAD OF REG-CARNET-SAL
                     < WS-FH-AAAAMMDD
                 SET CA-CADUCADO OF REG-CARNET-SAL TO TRUE
                 ADD 1 TO C-CADUCADOS
               WHEN WS-IDX-REIMPRESION > 0
                 SET CA-ANULADO OF REG-CARNET-SAL TO TRUE
                 MOVE WS-FH-AAAAMMDD
                   TO CA-FECHA-ANULACION OF REG-CARNET-SAL
                 MOVE 'PERDIDA'
                   TO CA-MOTIVO-ANULACION OF REG-CARNET-SAL
                 MOVE 'S' TO WS-ANULADO-PERDIDA
                 ADD 1 TO C-ANULADOS-PERDIDA
               WHEN CA-ANO-ACADEMICO OF REG-CARNET-SAL
                     = WS-ANO-ACADEMICO
                 MOVE 'S' TO WS-TIENE-VIGENTE
             END-EVALUATE
           END-IF
           WRITE REG-CARNET-NUEVO FROM REG-CARNET-SAL
           .
      ******************************************************************
       2200-EMITIR-CARNET.
      *    EL NUMERO NUEVO ES EL MAYOR: QUEDA DETRAS DE LOS CARNES
      *    ANTERIORES DEL MISMO NIF Y EL REGISTRO SIGUE EN ORDEN
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO W-CB-NUMERO
           MOVE 0 TO W-CB-SUMA
           PERFORM VARYING WS-IDX FROM 1 BY 2 UNTIL WS-IDX > 8
             COMPUTE W-CB-SUMA = W-CB-SUMA
                 + W-CB-CIFRA (WS-IDX) * 3 + W-CB-CIFRA (WS-IDX + 1)
           END-PERFORM
           DIVIDE W-CB-SUMA BY 10 GIVING W-CB-COCIENTE
               REMAINDER W-CB-RESTO
           IF W-CB-RESTO = 0 THEN
             MOVE 0 TO W-CB-CONTROL
           ELSE
             COMPUTE W-CB-CONTROL = 10 - W-CB-RESTO
           END-IF

           INITIALIZE REG-CARNET-SAL
           MOVE WS-NIF-EN-CURSO    TO CA-NIF OF REG-CARNET-SAL
           MOVE WS-ULTIMO-NUMERO   TO CA-NUMERO OF REG-CARNET-SAL
           MOVE WS-ANO-ACADEMICO
             TO CA-ANO-ACADEMICO OF REG-CARNET-SAL
           SET CA-VIGENTE OF REG-CARNET-SAL TO TRUE
           MOVE WS-FH-AAAAMMDD
             TO CA-FECHA-EMISION OF REG-CARNET-SAL
           MOVE WS-FECHA-CADUCIDAD
             TO CA-FECHA-CADUCIDAD OF REG-CARNET-SAL
           MOVE W-CODIGO-BARRAS
             TO CA-CODIGO-BARRAS OF REG-CARNET-SAL
           WRITE REG-CARNET-NUEVO FROM REG-CARNET-SAL

           MOVE COLEGIO OF REG-ALUMNOS-GRAL TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           INITIALIZE REG-CARNET-IMPRESION
           MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO CI-COLEGIO
           MOVE W-NOMB-COLEGIO                TO CI-NOMBRE-COLEGIO
           MOVE GRUPO OF REG-ALUMNOS-GRAL     TO CI-GRUPO
           MOVE CURSO OF REG-ALUMNOS-GRAL     TO CI-CURSO
           MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO CI-APELLIDOS
           MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO CI-NOMBRE
           MOVE WS-NIF-EN-CURSO               TO CI-NIF
           MOVE FECHA-NAC OF REG-ALUMNOS-GRAL TO CI-FECHA-NAC
           MOVE WS-ANO-ACADEMICO              TO CI-ANO-ACADEMICO
           MOVE WS-ULTIMO-NUMERO              TO CI-NUMERO
           MOVE WS-FECHA-CADUCIDAD            TO CI-FECHA-CADUCIDAD
           MOVE W-CODIGO-BARRAS               TO CI-CODIGO-BARRAS
           IF WS-ANULADO-PERDIDA = 'S' THEN
             SET CI-ES-DUPLICADO TO TRUE
             ADD 1 TO C-DUPLICADOS
           END-IF
           RELEASE REG-CARNET-IMPRESION
           ADD 1 TO C-EMITIDOS
           PERFORM 2250-ETAPA-DEL-ALUMNO
           .
      ******************************************************************
       2250-ETAPA-DEL-ALUMNO.
      *    LOS CARNES EMITIDOS SE CUENTAN POR LA ETAPA DEL CURSO DEL
      *    ALUMNO EN SU COLEGIO (21 = SIN ETAPA)
           MOVE COLEGIO OF REG-ALUMNOS-GRAL TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS-GRAL TO W-ET-CURSO
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
           ADD 1 TO T-EP-EMITIDOS (WS-IDX-ETAPA)
           IF WS-ANULADO-PERDIDA = 'S' THEN
             ADD 1 TO T-EP-DUPLICADOS (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       2300-LEER-MAESTRO.
           READ F-MAESTRO
           IF FS-MAESTRO-OK THEN
             MOVE NIF OF REG-ALUMNOS-GRAL TO WS-CLAVE-ALUMNO
           ELSE
             MOVE HIGH-VALUES TO WS-CLAVE-ALUMNO
           END-IF
           .
      ******************************************************************
       2400-LEER-CARNET.
           IF FS-CARNETS-OK THEN
             READ F-CARNETS
             IF FS-CARNETS-OK THEN
               MOVE CA-NIF OF REG-CARNET TO WS-CLAVE-CARNET
             ELSE
               MOVE HIGH-VALUES TO WS-CLAVE-CARNET
             END-IF
           ELSE
             MOVE HIGH-VALUES TO WS-CLAVE-CARNET
           END-IF
           .
      ******************************************************************
       4000-FIN.
           IF MODO-REIMPRESION THEN
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > C-REIMPRESION
               IF T-RE-HECHO (WS-IDX) = 'N' THEN
                 DISPLAY '*CCPRACAN*REIMPRESION*NIF*NO*EN*MAESTRO* '
                     T-RE-NIF (WS-IDX)
                 ADD 1 TO C-REIMPR-SIN-ALUMNO
               END-IF
             END-PERFORM
           END-IF
           DISPLAY 'MODO:                   ' WS-MODO
           DISPLAY 'ALUMNOS LEIDOS:         ' C-ALUMNOS
           DISPLAY 'CARNES DEL REGISTRO:    ' C-CARNETS-LEIDOS
           DISPLAY 'CARNES EMITIDOS:        ' C-EMITIDOS
           DISPLAY 'DE ELLOS DUPLICADOS:    ' C-DUPLICADOS
           DISPLAY 'YA TENIAN CARNE:        ' C-YA-TENIAN
           DISPLAY 'ANULADOS POR PERDIDA:   ' C-ANULADOS-PERDIDA
           DISPLAY 'ANULADOS POR BAJA:      ' C-ANULADOS-BAJA
           DISPLAY 'CADUCADOS:              ' C-CADUCADOS
           DISPLAY 'REIMPRESION SIN ALUMNO: ' C-REIMPR-SIN-ALUMNO
           DISPLAY 'ULTIMO NUMERO DE CARNE: ' WS-ULTIMO-NUMERO
           PERFORM 4100-CARNES-POR-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-CARNETS-NUEVO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAN' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-CARNES-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-EP-EMITIDOS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE 'SIN ETAPA' TO WS-ETAPA-ROTULO
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE SPACES TO WS-ETAPA-ROTULO
                 STRING W-ET-ETAPA ' ' W-ET-NOMBRE
                     DELIMITED BY SIZE INTO WS-ETAPA-ROTULO
               END-IF
               DISPLAY 'CARNES ETAPA ' WS-ETAPA-ROTULO ': '
                   T-EP-EMITIDOS (WS-IDX-ETAPA)
                   ' DUPLICADOS: ' T-EP-DUPLICADOS (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
