       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA8.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CALCULO ANUAL DE LA SUBVENCION DE GASTOS DE    *
      *                 FUNCIONAMIENTO (MODULOS DE CONCIERTO) POR      *
      *                 COLEGIO, QUE HASTA AHORA SE HACIA EN UNA HOJA  *
      *                 DE CALCULO. TOMA LA TITULARIDAD DEL FICHERO    *
      *                 INDEXADO DE COLEGIOS (RCURCOLE), LOS GRUPOS DE *
      *                 RGRUPOS, LOS ALUMNOS MATRICULADOS EN EL ANO DE *
      *                 SYSIN POR COLEGIO+CURSO (MATRICULAS/ALUMNOS),  *
      *                 LOS ALUMNOS NEE DEL ANO (RNEE) Y LOS DE        *
      *                 COMEDOR CON BECA CONCEDIDA O RENOVADA          *
      *                 (RSERVICI + RBECAS), Y LES APLICA EL FICHERO   *
      *                 DE REGLAS RSUBVENC (IMPORTE POR GRUPO, POR     *
      *                 ALUMNO Y CURSO Y SUPLEMENTOS, SEGUN            *
      *                 TITULARIDAD). EMITE EL ESTADO DE SUBVENCION    *
      *                 POR COLEGIO Y EL FICHERO DE ORDENES DE PAGO    *
      *                 (CABECERA, DETALLES Y COLA CON CONTADOR E      *
      *                 IMPORTE TOTAL, MOLDE DE CCPRAC46). LOS         *
      *                 CENTROS PRIVADOS (Y LOS SIN FICHA O SIN        *
      *                 TITULARIDAD) SE LISTAN CON SUBVENCION CERO Y   *
      *                 NO GENERAN ORDEN DE PAGO.                      *
      *                 EL ESTADO CIERRA CON LOS ALUMNOS Y EL IMPORTE  *
      *                 DEL MODULO POR ALUMNO DE CADA ETAPA EDUCATIVA  *
      *                 (MODETAPA POR COLEGIO+CURSO).                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COLEGIOS ASSIGN COLEGIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-GRUPOS ASSIGN GRUPOS
               FILE STATUS IS FS-GRUPOS.

           SELECT F-REGLAS ASSIGN REGLAS
               FILE STATUS IS FS-REGLAS.

           SELECT F-NEE ASSIGN NEE
               FILE STATUS IS FS-NEE.

           SELECT F-SERVICIOS ASSIGN SERVICIO
               FILE STATUS IS FS-SERVICIOS.

           SELECT F-BECAS ASSIGN BECAS
               FILE STATUS IS FS-BECAS.

           SELECT F-ESTADO ASSIGN ESTADO
               FILE STATUS IS FS-ESTADO.

           SELECT F-ORDENES ASSIGN ORDPAGO
               FILE STATUS IS FS-ORDENES.

       DATA DIVISION.
       FILE SECTION.
       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-GRUPOS
           RECORDING MODE IS F.
           COPY RGRUPOS.

       FD F-REGLAS
           RECORDING MODE IS F.
           COPY RSUBVENC.

       FD F-NEE
           RECORDING MODE IS F.
           COPY RNEE.

       FD F-SERVICIOS
           RECORDING MODE IS F.
           COPY RSERVICI.

       FD F-BECAS
           RECORDING MODE IS F.
           COPY RBECAS.

       FD F-ESTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-ESTADO.
       01 LINEA-ESTADO             PIC X(80).

       FD F-ORDENES
           RECORDING MODE IS F
           DATA RECORD REG-ORDEN.
       01 REG-ORDEN                PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK    VALUE '00'.
           05 FS-GRUPOS PIC XX.
               88 FS-GRUPOS-OK      VALUE '00'.
           05 FS-REGLAS PIC XX.
               88 FS-REGLAS-OK      VALUE '00'.
           05 FS-NEE PIC XX.
               88 FS-NEE-OK         VALUE '00'.
           05 FS-SERVICIOS PIC XX.
               88 FS-SERVICIOS-OK   VALUE '00'.
           05 FS-BECAS PIC XX.
               88 FS-BECAS-OK       VALUE '00'.
               88 FS-BECAS-EOF      VALUE '10'.
           05 FS-ESTADO PIC XX.
               88 FS-ESTADO-OK      VALUE '00'.
           05 FS-ORDENES PIC XX.
               88 FS-ORDENES-OK     VALUE '00'.

       COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 FILLER               PIC X(76).

       01 C-CONTADORES.
           05 C-REGLAS            PIC 9(4) VALUE 0.
           05 C-REGLAS-ERR        PIC 9(4) VALUE 0.
           05 C-GRUPOS            PIC 9(5) VALUE 0.
           05 C-MATRICULADOS      PIC 9(6) VALUE 0.
           05 C-CURSO-INVALIDO    PIC 9(6) VALUE 0.
           05 C-NEE               PIC 9(6) VALUE 0.
           05 C-NEE-SIN-ALUMNO    PIC 9(6) VALUE 0.
           05 C-COMEDOR-BECA      PIC 9(6) VALUE 0.
           05 C-COLEGIOS          PIC 9(4) VALUE 0.
           05 C-PRIVADOS          PIC 9(4) VALUE 0.
           05 C-SIN-TITULARIDAD   PIC 9(4) VALUE 0.
           05 C-ORDENES           PIC 9(5) VALUE 0.

      *    INDICE DE TITULARIDAD: 1=PUBLICO, 2=CONCERTADO
       01 T-REGLAS.
           05 T-RG-TIT OCCURS 2.
               10 T-RG-GRUPO       PIC 9(7)V99.
               10 T-RG-NEE         PIC 9(7)V99.
               10 T-RG-BECA        PIC 9(7)V99.
               10 T-RG-CURSO OCCURS 9 PIC 9(7)V99.

       01 T-COLEGIOS.
           05 T-CL-COLEGIO OCCURS 99.
               10 T-CL-FICHA       PIC X.
               10 T-CL-ACTIVO      PIC X.
               10 T-CL-NOMBRE      PIC X(15).
               10 T-CL-TIT         PIC X.
               10 T-CL-GRUPOS      PIC 9(4).
               10 T-CL-ALUMNOS OCCURS 9 PIC 9(5).
               10 T-CL-NEE         PIC 9(5).
               10 T-CL-BECA        PIC 9(5).

       01 WS-COLEGIO              PIC 999.
       01 WS-COLEGIO-CLAVE        PIC XX.
       01 WS-COLEGIO-CLAVE-N REDEFINES WS-COLEGIO-CLAVE PIC 99.
       01 WS-IDX-TIT              PIC 9.
       01 WS-CURSO                PIC 99.
       01 WS-CURSO-ED             PIC 9.
       01 WS-NIF-ANTERIOR         PIC X(9).

       01 W-FETCH-COLEGIO         PIC S9(4) USAGE COMP.
       01 W-FETCH-CURSO           PIC S9(4) USAGE COMP.
       01 W-FETCH-ALUMNOS         PIC S9(9) USAGE COMP.
       01 W-ANO-SQL               PIC S9(4) USAGE COMP.

       01 W-IMPORTES.
           05 W-UNIDADES          PIC 9(5).
           05 W-UNITARIO          PIC 9(7)V99.
           05 W-IMPORTE-LINEA     PIC 9(9)V99.
           05 W-TOTAL-COLEGIO     PIC 9(9)V99.
           05 W-TOTAL-ORDENES     PIC 9(11)V99 VALUE 0.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 LINEA-CABECERA.
           05 FILLER  PIC X(42) VALUE
               'ESTADO DE SUBVENCION DE FUNCIONAMIENTO  - '.
           05 FILLER  PIC X(17) VALUE 'ANO ACADEMICO: '.
           05 LCA-ANO PIC 9(4).
           05 FILLER  PIC X(17) VALUE SPACES.

       01 LINEA-COLEGIO.
           05 FILLER       PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-COLEGIO  PIC Z9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LCO-NOMBRE   PIC X(15).
           05 FILLER       PIC X(15) VALUE '  TITULARIDAD: '.
           05 LCO-TITULARIDAD PIC X(16).
           05 FILLER       PIC X(22) VALUE SPACES.

       01 LINEA-CONCEPTO.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 LCN-CONCEPTO PIC X(22).
           05 LCN-UNIDADES PIC ZZZZ9.
           05 FILLER       PIC X(3)  VALUE ' X '.
           05 LCN-UNITARIO PIC Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(3)  VALUE ' = '.
           05 LCN-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(17) VALUE SPACES.

       01 LINEA-SIN-SUBVENCION.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 LSS-MOTIVO   PIC X(40).
           05 FILLER       PIC X(36) VALUE SPACES.

       01 LINEA-TOTAL-COLEGIO.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               'TOTAL SUBVENCION DEL COLEGIO'.
           05 LTC-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(17) VALUE SPACES.

       01 LINEA-TOTAL-GENERAL.
           05 LTG-TEXTO    PIC X(30).
           05 LTG-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(33) VALUE SPACES.

       01 REG-ORD-CABECERA.
           05 FILLER               PIC X(3)  VALUE 'CAB'.
           05 CAB-REMITENTE        PIC X(8)  VALUE 'CCNOTAS '.
           05 CAB-FECHA            PIC X(8).
           05 CAB-ANO              PIC 9(4).
           05 FILLER               PIC X(57) VALUE SPACES.

       01 REG-ORD-DETALLE.
           05 FILLER               PIC X(3)  VALUE 'DET'.
           05 DET-SECUENCIA        PIC 9(5).
           05 DET-COLEGIO          PIC 99.
           05 DET-NOMBRE           PIC X(15).
           05 DET-TITULARIDAD      PIC X.
           05 DET-ANO              PIC 9(4).
           05 DET-IMPORTE          PIC 9(9)V99.
           05 FILLER               PIC X(39) VALUE SPACES.

       01 REG-ORD-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.
           05 COLA-REGISTROS       PIC 9(5).
           05 COLA-IMPORTE         PIC 9(11)V99.
           05 FILLER               PIC X(59) VALUE SPACES.

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
           05 T-RE-TOTALES OCCURS 21.
               10 T-RE-ALUMNOS       PIC 9(6).
               10 T-RE-IMPORTE       PIC 9(9)V99.
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(37) VALUE
               'MODULO POR ALUMNO POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  IMPORTE:'.
           05 LRE-IMPORTE   PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-MATRICULADOS CURSOR FOR
               SELECT A.COD_COLEGIO, A.CURSO, COUNT(DISTINCT A.NIF)
                 FROM ALUMNOS A, MATRICULAS M
                WHERE M.NIF = A.NIF
                  AND M.ANO_ACADEMICO = :W-ANO-SQL
                GROUP BY A.COD_COLEGIO, A.CURSO
                ORDER BY A.COD_COLEGIO, A.CURSO
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CONTAR-GRUPOS
           PERFORM 2100-CONTAR-MATRICULADOS
           PERFORM 2200-CONTAR-NEE
           PERFORM 2300-CONTAR-COMEDOR-BECA
           PERFORM 3000-CALCULAR-SUBVENCIONES
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = 0 THEN
             DISPLAY '*CCPRACA8*SYSIN*ANO*INVALIDO* ' WS-ANO-ACADEMICO
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-ANO-ACADEMICO TO W-ANO-SQL
           INITIALIZE T-REGLAS
           INITIALIZE T-COLEGIOS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-CARGAR-COLEGIOS
           PERFORM 1200-CARGAR-REGLAS

           OPEN OUTPUT F-ESTADO
           IF NOT FS-ESTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ESTADO'
               DISPLAY FS-ESTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-ORDENES
           IF NOT FS-ORDENES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ORDENES DE PAGO'
               DISPLAY FS-ORDENES
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-ANO-ACADEMICO TO LCA-ANO
           WRITE LINEA-ESTADO FROM LINEA-CABECERA
           MOVE WS-FA-AAAAMMDD   TO CAB-FECHA
           MOVE WS-ANO-ACADEMICO TO CAB-ANO
           WRITE REG-ORDEN FROM REG-ORD-CABECERA
           .
      ******************************************************************
       1100-CARGAR-COLEGIOS.
           OPEN INPUT F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO COLEGIOS'
               DISPLAY FS-COLEGIOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-COLEGIOS
           PERFORM UNTIL NOT FS-COLEGIOS-OK
             MOVE COD-COLEGIO OF REG-FCOLEGIO TO WS-COLEGIO-CLAVE
             IF WS-COLEGIO-CLAVE NUMERIC
                 AND WS-COLEGIO-CLAVE-N >= 1 THEN
               MOVE 'S' TO T-CL-FICHA (WS-COLEGIO-CLAVE-N)
               MOVE 'S' TO T-CL-ACTIVO (WS-COLEGIO-CLAVE-N)
               MOVE NOMB-COLEGIO
                 TO T-CL-NOMBRE (WS-COLEGIO-CLAVE-N)
               MOVE TITULARIDAD
                 TO T-CL-TIT (WS-COLEGIO-CLAVE-N)
             END-IF
             READ F-COLEGIOS
           END-PERFORM
           CLOSE F-COLEGIOS
           .
      ******************************************************************
       1200-CARGAR-REGLAS.
           OPEN INPUT F-REGLAS
           IF NOT FS-REGLAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO REGLAS'
               DISPLAY FS-REGLAS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-REGLAS
           PERFORM UNTIL NOT FS-REGLAS-OK
             ADD 1 TO C-REGLAS
             PERFORM 1210-GUARDAR-REGLA
             READ F-REGLAS
           END-PERFORM
           CLOSE F-REGLAS
           IF C-REGLAS-ERR > 0 THEN
             DISPLAY '*CCPRACA8*REGLAS*ERRONEAS* ' C-REGLAS-ERR
                 ' - NO SE CALCULA NADA'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1210-GUARDAR-REGLA.
           EVALUATE TRUE
             WHEN RS-TIT-PUBLICO    MOVE 1 TO WS-IDX-TIT
             WHEN RS-TIT-CONCERTADO MOVE 2 TO WS-IDX-TIT
             WHEN OTHER             MOVE 0 TO WS-IDX-TIT
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-IDX-TIT = 0 OR RS-IMPORTE NOT NUMERIC
               DISPLAY '*CCPRACA8*REGLA*INVALIDA* ' REG-REGLA-SUBVENCION
               ADD 1 TO C-REGLAS-ERR
             WHEN RS-POR-GRUPO
               MOVE RS-IMPORTE TO T-RG-GRUPO (WS-IDX-TIT)
             WHEN RS-SUPL-NEE
               MOVE RS-IMPORTE TO T-RG-NEE (WS-IDX-TIT)
             WHEN RS-SUPL-COMEDOR-BECA
               MOVE RS-IMPORTE TO T-RG-BECA (WS-IDX-TIT)
             WHEN RS-POR-ALUMNO AND RS-CURSO NUMERIC
                 AND RS-CURSO >= 1
               MOVE RS-IMPORTE TO T-RG-CURSO (WS-IDX-TIT, RS-CURSO)
             WHEN OTHER
               DISPLAY '*CCPRACA8*REGLA*INVALIDA* ' REG-REGLA-SUBVENCION
               ADD 1 TO C-REGLAS-ERR
           END-EVALUATE
           .
      ******************************************************************
       2000-CONTAR-GRUPOS.
           OPEN INPUT F-GRUPOS
           IF NOT FS-GRUPOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO GRUPOS'
               DISPLAY FS-GRUPOS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-GRUPOS
           PERFORM UNTIL NOT FS-GRUPOS-OK
             IF COD-COLEGIO OF REG-GRUPO >= 1 THEN
               ADD 1 TO T-CL-GRUPOS (COD-COLEGIO OF REG-GRUPO)
               MOVE 'S' TO T-CL-ACTIVO (COD-COLEGIO OF REG-GRUPO)
               ADD 1 TO C-GRUPOS
             END-IF
             READ F-GRUPOS
           END-PERFORM
           CLOSE F-GRUPOS
           .
      ******************************************************************
       2100-CONTAR-MATRICULADOS.
           EXEC SQL OPEN C-MATRICULADOS END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           IF NOT SQL-OK THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACA8*ERROR*CURSOR*MATRICULADOS* '
                   SQL-ERROR ' ' WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2110-FETCH-MATRICULADOS
           PERFORM UNTIL NOT SQL-OK
               IF W-FETCH-COLEGIO >= 1 AND W-FETCH-COLEGIO <= 99
                   AND W-FETCH-CURSO >= 1 AND W-FETCH-CURSO <= 9 THEN
                   MOVE W-FETCH-COLEGIO TO WS-COLEGIO
                   MOVE W-FETCH-CURSO   TO WS-CURSO
                   ADD W-FETCH-ALUMNOS
                     TO T-CL-ALUMNOS (WS-COLEGIO, WS-CURSO)
                   MOVE 'S' TO T-CL-ACTIVO (WS-COLEGIO)
                   ADD W-FETCH-ALUMNOS TO C-MATRICULADOS
               ELSE
                   DISPLAY '*CCPRACA8*COLEGIO*O*CURSO*INVALIDO* '
                       W-FETCH-COLEGIO ' ' W-FETCH-CURSO
                   ADD W-FETCH-ALUMNOS TO C-CURSO-INVALIDO
               END-IF
               PERFORM 2110-FETCH-MATRICULADOS
           END-PERFORM
           IF NOT SQL-NOT-FOUND THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACA8*ERROR*FETCH*MATRICULADOS* '
                   SQL-ERROR ' ' WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               EXEC SQL CLOSE C-MATRICULADOS END-EXEC
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL CLOSE C-MATRICULADOS END-EXEC
           .
      ******************************************************************
       2110-FETCH-MATRICULADOS.
           EXEC SQL
             FETCH C-MATRICULADOS
               INTO :W-FETCH-COLEGIO,
                    :W-FETCH-CURSO,
                    :W-FETCH-ALUMNOS
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2200-CONTAR-NEE.
      *    UN ALUMNO NEE CUENTA UNA SOLA VEZ AUNQUE TENGA ADAPTACION
      *    EN VARIAS ASIGNATURAS; EL COLEGIO ES EL DE LA TABLA ALUMNOS
           OPEN INPUT F-NEE
           IF NOT FS-NEE-OK THEN
             DISPLAY '*CCPRACA8*SIN*REGISTRO*NEE* NO SE APLICA EL '
                 'SUPLEMENTO'
           ELSE
             MOVE SPACES TO WS-NIF-ANTERIOR
             READ F-NEE
             PERFORM UNTIL NOT FS-NEE-OK
               IF NE-ANO-ACADEMICO = WS-ANO-ACADEMICO
                   AND NE-NIF NOT = WS-NIF-ANTERIOR THEN
                 MOVE NE-NIF TO WS-NIF-ANTERIOR
                 PERFORM 2210-COLEGIO-ALUMNO-NEE
               END-IF
               READ F-NEE
             END-PERFORM
             CLOSE F-NEE
           END-IF
           .
      ******************************************************************
       2210-COLEGIO-ALUMNO-NEE.
           MOVE NE-NIF TO NIF OF DCLALUMNOS
           EXEC SQL
             SELECT COD_COLEGIO
               INTO :DCLALUMNOS.COD-COLEGIO
               FROM ALUMNOS
              WHERE NIF = :DCLALUMNOS.NIF
           END-EXEC
           IF SQLCODE = 0 AND COD-COLEGIO OF DCLALUMNOS >= 1
               AND COD-COLEGIO OF DCLALUMNOS <= 99 THEN
             MOVE COD-COLEGIO OF DCLALUMNOS TO WS-COLEGIO
             ADD 1 TO T-CL-NEE (WS-COLEGIO)
             MOVE 'S' TO T-CL-ACTIVO (WS-COLEGIO)
             ADD 1 TO C-NEE
           ELSE
             DISPLAY '*CCPRACA8*NEE*SIN*ALUMNO* ' NE-NIF ' ' SQLCODE
             ADD 1 TO C-NEE-SIN-ALUMNO
           END-IF
           .
      ******************************************************************
       2300-CONTAR-COMEDOR-BECA.
           OPEN INPUT F-SERVICIOS
           IF NOT FS-SERVICIOS-OK THEN
             DISPLAY '*CCPRACA8*SIN*REGISTRO*SERVICIOS* NO SE APLICA '
                 'EL SUPLEMENTO DE COMEDOR'
           ELSE
             OPEN INPUT F-BECAS
             IF NOT FS-BECAS-OK THEN
               DISPLAY '*CCPRACA8*SIN*REGISTRO*BECAS* NO SE APLICA '
                   'EL SUPLEMENTO DE COMEDOR'
               MOVE HIGH-VALUES TO NIF OF REG-BECA
             ELSE
               PERFORM 2320-LEER-BECA
             END-IF
             READ F-SERVICIOS
             PERFORM UNTIL NOT FS-SERVICIOS-OK
               IF SE-COMEDOR THEN
                 PERFORM 2310-COMPROBAR-BECA
               END-IF
               READ F-SERVICIOS
             END-PERFORM
             CLOSE F-SERVICIOS
             IF FS-BECAS-OK OR FS-BECAS-EOF THEN
               CLOSE F-BECAS
             END-IF
           END-IF
           .
      ******************************************************************
       2310-COMPROBAR-BECA.
           PERFORM UNTIL NIF OF REG-BECA > SE-NIF
               OR (NIF OF REG-BECA = SE-NIF
                   AND ANO-ACADEMICO OF REG-BECA >= WS-ANO-ACADEMICO)
             PERFORM 2320-LEER-BECA
           END-PERFORM
           IF NIF OF REG-BECA = SE-NIF
               AND ANO-ACADEMICO OF REG-BECA = WS-ANO-ACADEMICO
               AND (BECA-CONCEDIDA OR BECA-RENOVADA)
               AND SE-COLEGIO >= 1 THEN
             ADD 1 TO T-CL-BECA (SE-COLEGIO)
             MOVE 'S' TO T-CL-ACTIVO (SE-COLEGIO)
             ADD 1 TO C-COMEDOR-BECA
           END-IF
           .
      ******************************************************************
       2320-LEER-BECA.
           IF FS-BECAS-OK THEN
             READ F-BECAS
             IF NOT FS-BECAS-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-BECA
             END-IF
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-BECA
           END-IF
           .
      ******************************************************************
       3000-CALCULAR-SUBVENCIONES.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             IF T-CL-ACTIVO (WS-COLEGIO) = 'S' THEN
               PERFORM 3100-ESTADO-COLEGIO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3100-ESTADO-COLEGIO.
           ADD 1 TO C-COLEGIOS
           MOVE 0 TO W-TOTAL-COLEGIO
           MOVE WS-COLEGIO TO LCO-COLEGIO
           MOVE T-CL-NOMBRE (WS-COLEGIO) TO LCO-NOMBRE
           EVALUATE T-CL-TIT (WS-COLEGIO)
             WHEN 'B'
               MOVE 1 TO WS-IDX-TIT
               MOVE 'PUBLICO'         TO LCO-TITULARIDAD
             WHEN 'C'
               MOVE 2 TO WS-IDX-TIT
               MOVE 'CONCERTADO'      TO LCO-TITULARIDAD
             WHEN 'V'
               MOVE 0 TO WS-IDX-TIT
               MOVE 'PRIVADO'         TO LCO-TITULARIDAD
             WHEN OTHER
               MOVE 0 TO WS-IDX-TIT
               MOVE 'SIN TITULARIDAD' TO LCO-TITULARIDAD
           END-EVALUATE
           WRITE LINEA-ESTADO FROM LINEA-COLEGIO

           IF WS-IDX-TIT = 0 THEN
             IF T-CL-TIT (WS-COLEGIO) = 'V' THEN
               MOVE 'CENTRO PRIVADO: SIN SUBVENCION' TO LSS-MOTIVO
               ADD 1 TO C-PRIVADOS
             ELSE
               MOVE 'SIN FICHA O TITULARIDAD: SIN SUBVENCION'
                 TO LSS-MOTIVO
               ADD 1 TO C-SIN-TITULARIDAD
               DISPLAY '*CCPRACA8*COLEGIO*SIN*TITULARIDAD* '
                   WS-COLEGIO
             END-IF
             WRITE LINEA-ESTADO FROM LINEA-SIN-SUBVENCION
           ELSE
             MOVE 'GRUPOS'             TO LCN-CONCEPTO
             MOVE T-CL-GRUPOS (WS-COLEGIO) TO W-UNIDADES
             MOVE T-RG-GRUPO (WS-IDX-TIT)  TO W-UNITARIO
             PERFORM 3200-LINEA-CONCEPTO
             PERFORM VARYING WS-CURSO FROM 1 BY 1 UNTIL WS-CURSO > 9
               IF T-CL-ALUMNOS (WS-COLEGIO, WS-CURSO) > 0 THEN
                 MOVE SPACES TO LCN-CONCEPTO
                 MOVE WS-CURSO TO WS-CURSO-ED
                 STRING 'ALUMNOS CURSO ' WS-CURSO-ED
                     DELIMITED BY SIZE INTO LCN-CONCEPTO
                 MOVE T-CL-ALUMNOS (WS-COLEGIO, WS-CURSO)
                   TO W-UNIDADES
                 MOVE T-RG-CURSO (WS-IDX-TIT, WS-CURSO) TO W-UNITARIO
                 PERFORM 3200-LINEA-CONCEPTO
                 PERFORM 3250-ETAPA-DEL-CURSO
               END-IF
             END-PERFORM
             MOVE 'SUPLEMENTO NEE'     TO LCN-CONCEPTO
             MOVE T-CL-NEE (WS-COLEGIO)  TO W-UNIDADES
             MOVE T-RG-NEE (WS-IDX-TIT)  TO W-UNITARIO
             PERFORM 3200-LINEA-CONCEPTO
             MOVE 'SUPL. COMEDOR BECA' TO LCN-CONCEPTO
             MOVE T-CL-BECA (WS-COLEGIO) TO W-UNIDADES
             MOVE T-RG-BECA (WS-IDX-TIT) TO W-UNITARIO
             PERFORM 3200-LINEA-CONCEPTO
           END-IF

           MOVE W-TOTAL-COLEGIO TO LTC-IMPORTE
           WRITE LINEA-ESTADO FROM LINEA-TOTAL-COLEGIO
           IF W-TOTAL-COLEGIO > 0 THEN
             PERFORM 3300-ORDEN-PAGO
           END-IF
           .
      ******************************************************************
       3200-LINEA-CONCEPTO.
           COMPUTE W-IMPORTE-LINEA = W-UNIDADES * W-UNITARIO
           END-COMPUTE
           ADD W-IMPORTE-LINEA TO W-TOTAL-COLEGIO
           MOVE W-UNIDADES      TO LCN-UNIDADES
           MOVE W-UNITARIO      TO LCN-UNITARIO
           MOVE W-IMPORTE-LINEA TO LCN-IMPORTE
           WRITE LINEA-ESTADO FROM LINEA-CONCEPTO
           .
      ******************************************************************
       3250-ETAPA-DEL-CURSO.
      *    EL MODULO POR ALUMNO SE CARGA A LA ETAPA DEL CURSO EN EL
      *    COLEGIO (21 = SIN ETAPA); GRUPOS Y SUPLEMENTOS NO LLEVAN
      *    CURSO Y NO SE REPARTEN
           MOVE WS-COLEGIO TO W-ET-COLEGIO
           MOVE WS-CURSO TO W-ET-CURSO
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
           ADD W-UNIDADES      TO T-RE-ALUMNOS (WS-IDX-ETAPA)
           ADD W-IMPORTE-LINEA TO T-RE-IMPORTE (WS-IDX-ETAPA)
           .
      ******************************************************************
       3300-ORDEN-PAGO.
           ADD 1 TO C-ORDENES
           MOVE C-ORDENES                TO DET-SECUENCIA
           MOVE WS-COLEGIO               TO DET-COLEGIO
           MOVE T-CL-NOMBRE (WS-COLEGIO) TO DET-NOMBRE
           MOVE T-CL-TIT (WS-COLEGIO)    TO DET-TITULARIDAD
           MOVE WS-ANO-ACADEMICO         TO DET-ANO
           MOVE W-TOTAL-COLEGIO          TO DET-IMPORTE
           WRITE REG-ORDEN FROM REG-ORD-DETALLE
           ADD W-TOTAL-COLEGIO TO W-TOTAL-ORDENES
           .
      ******************************************************************
       3400-RESUMEN-ETAPAS.
           WRITE LINEA-ESTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-ALUMNOS (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE SPACE       TO LRE-ETAPA
                 MOVE 'SIN ETAPA' TO LRE-NOMBRE
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE W-ET-ETAPA  TO LRE-ETAPA
                 MOVE W-ET-NOMBRE TO LRE-NOMBRE
               END-IF
               MOVE T-RE-ALUMNOS (WS-IDX-ETAPA)
                 TO LRE-ALUMNOS
               MOVE T-RE-IMPORTE (WS-IDX-ETAPA)
                 TO LRE-IMPORTE
               WRITE LINEA-ESTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           MOVE C-ORDENES       TO COLA-REGISTROS
           MOVE W-TOTAL-ORDENES TO COLA-IMPORTE
           WRITE REG-ORDEN FROM REG-ORD-COLA

           PERFORM 3400-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           MOVE 'COLEGIOS LISTADOS:'       TO LTG-TEXTO
           MOVE C-COLEGIOS                 TO LTG-VALOR
           WRITE LINEA-ESTADO FROM LINEA-TOTAL-GENERAL
           MOVE 'COLEGIOS PRIVADOS:'       TO LTG-TEXTO
           MOVE C-PRIVADOS                 TO LTG-VALOR
           WRITE LINEA-ESTADO FROM LINEA-TOTAL-GENERAL
           MOVE 'ORDENES DE PAGO:'         TO LTG-TEXTO
           MOVE C-ORDENES                  TO LTG-VALOR
           WRITE LINEA-ESTADO FROM LINEA-TOTAL-GENERAL
           MOVE 'IMPORTE TOTAL ORDENES:'   TO LTG-TEXTO
           MOVE W-TOTAL-ORDENES            TO LTG-VALOR
           WRITE LINEA-ESTADO FROM LINEA-TOTAL-GENERAL

           DISPLAY 'REGLAS CARGADAS:      ' C-REGLAS
           DISPLAY 'GRUPOS:               ' C-GRUPOS
           DISPLAY 'ALUMNOS MATRICULADOS: ' C-MATRICULADOS
           DISPLAY 'ALUMNOS SIN CURSO:    ' C-CURSO-INVALIDO
           DISPLAY 'ALUMNOS NEE:          ' C-NEE
           DISPLAY 'NEE SIN ALUMNO:       ' C-NEE-SIN-ALUMNO
           DISPLAY 'COMEDOR CON BECA:     ' C-COMEDOR-BECA
           DISPLAY 'COLEGIOS LISTADOS:    ' C-COLEGIOS
           DISPLAY 'COLEGIOS PRIVADOS:    ' C-PRIVADOS
           DISPLAY 'SIN TITULARIDAD:      ' C-SIN-TITULARIDAD
           DISPLAY 'ORDENES DE PAGO:      ' C-ORDENES
           DISPLAY 'IMPORTE TOTAL:        ' W-TOTAL-ORDENES
           CLOSE F-ESTADO
           CLOSE F-ORDENES
           MOVE C-COLEGIOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA8' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
