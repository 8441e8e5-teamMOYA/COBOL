       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAJ.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: TRANSACCION CCAJ DE CONSULTA EN LINEA DEL      *
      *                 EXPEDIENTE DE UN ALUMNO, PARA QUE LAS          *
      *                 SECRETARIAS CONTESTEN A LAS FAMILIAS SIN       *
      *                 LANZAR EL EXTRACTO BATCH CCPRAC19. SE TECLEA   *
      *                 UN NIF (VALIDADO CON MODVALNI) Y LA CABECERA   *
      *                 MUESTRA SUS DATOS DE ALUMNOS Y EL NOMBRE DEL   *
      *                 COLEGIO. DEBAJO SE VE UNA SECCION CADA VEZ:    *
      *                 1 NOTAS DEL ULTIMO ANO ACADEMICO DEL ALUMNO    *
      *                   EN NOTAS, CON SU CALIFICACION CUALITATIVA    *
      *                   SEGUN LA ESCALA DE ESE ANO (MISMO CRITERIO   *
      *                   QUE MODESCAL)                                *
      *                 2 HORAS DE FALTA DEL MISMO CRITERIO DE ANO     *
      *                 3 ASIGNATURAS MATRICULADAS (MATRICULAS)        *
      *                 4 PENDIENTES VIVAS (RPENDIEN)                  *
      *                 5 HISTORIAL DE TRASLADOS (RTRASLAD)            *
      *                 PF7/PF8 PASAN PAGINA DENTRO DE LA SECCION Y    *
      *                 PF10/PF11 CAMBIAN DE SECCION; PF3 O CLEAR      *
      *                 TERMINAN. ES PSEUDOCONVERSACIONAL: LA COMMAREA *
      *                 GUARDA EL NIF, LA SECCION Y LA PAGINA, Y CADA  *
      *                 PANTALLA VUELVE A LEER DESDE EL PRINCIPIO DE   *
      *                 LA SECCION. SOLO CONSULTA, NO ACTUALIZA NADA.  *
      *                 LA ESCALA, LA CORRESPONDENCIA DE ASIGNATURAS,  *
      *                 LAS PENDIENTES Y LOS TRASLADOS SE LEEN DE LAS  *
      *                 COPIAS VSAM DE LA REGION (FICHEROS CICS        *
      *                 ESCALA, MAPASIG, PENDIEN Y TRASLAD, CON CLAVE  *
      *                 EN CABEZA DEL REGISTRO), QUE SE RECARGAN CON   *
      *                 LA CADENA NOCTURNA.                            *
      *                 CADA NIF CONSULTADO SE ANOTA CON EL USUARIO Y  *
      *                 EL TERMINAL EN LA COLA TD CCCN (RCONSULT) POR  *
      *                 PROTECCION DE DATOS; SI LA ANOTACION FALLA NO  *
      *                 SE MUESTRA EL EXPEDIENTE.                      *
      *                 LA CALIFICACION DE LA PANTALLA USA LOS TRAMOS  *
      *                 DE LA ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN  *
      *                 SU COLEGIO (COPIA VSAM ETAPAS, MISMO CRITERIO  *
      *                 QUE MODETAPA) Y, SI ESA ETAPA NO TIENE TRAMOS  *
      *                 PROPIOS, LOS DE LA ESCALA GENERAL, COMO        *
      *                 MODESCAL.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY WSQLCOD.

       01 WS-COMMAREA.
           05 CA-NIF               PIC X(9).
           05 CA-SECCION           PIC 9.
               88 CA-SECCION-NOTAS       VALUE 1.
               88 CA-SECCION-FALTAS      VALUE 2.
               88 CA-SECCION-MATRICULAS  VALUE 3.
               88 CA-SECCION-PENDIENTES  VALUE 4.
               88 CA-SECCION-TRASLADOS   VALUE 5.
           05 CA-PAGINA            PIC 9(3).
           05 CA-HAY-MAS           PIC X.
               88 CA-MAS-LINEAS          VALUE 'S'.

       01 WS-RESP                 PIC S9(8) USAGE COMP.
       01 WS-ABSTIME              PIC S9(15) USAGE COMP-3.
       01 WS-FECHA-PANTALLA       PIC X(10).

       01 WS-ESTADO-TAREA         PIC X VALUE 'N'.
           88 FIN-CONVERSACION         VALUE 'F'.
           88 MOSTRAR-EXPEDIENTE       VALUE 'S'.
           88 SOLO-PANTALLA            VALUE 'N'.
       01 WS-CONSULTA-FLAG        PIC X VALUE 'N'.
           88 NUEVA-CONSULTA           VALUE 'S'.

       01 W-VAL-NIF               PIC X(9).
       01 W-VAL-VALIDO            PIC X.
           88 W-VAL-NIF-VALIDO         VALUE 'S'.
       01 W-VAL-REGLA             PIC X(12).

      *    PAGINACION: LINEAS DE LA SECCION YA LEIDAS Y LAS QUE
      *    CORRESPONDEN A LA PAGINA PEDIDA
       01 C-LEIDAS                PIC 9(5).
       01 WS-LINEA-DESDE          PIC 9(5).
       01 WS-LINEA-HASTA          PIC 9(5).
       01 WS-IDX-LINEA            PIC 99.
       01 WS-LINEA-DETALLE        PIC X(79).

       01 W-COLEGIO-EDIT          PIC 99.
       01 W-CURSO-EDIT            PIC Z9.

       01 WS-CLAVE-MAPASIG        PIC 9.
       01 W-NOMBRE-ASIG           PIC X(15).

       01 WS-CLAVE-PENDIEN.
           05 WS-CP-NIF            PIC X(9).
           05 FILLER               PIC X(3) VALUE LOW-VALUES.
       01 WS-CLAVE-TRASLAD.
           05 WS-CT-NIF            PIC X(9).
           05 FILLER               PIC X(14) VALUE LOW-VALUES.
       01 WS-CLAVE-ESCALA         PIC X(24).

      *    ESCALA CARGADA EN TABLA, MISMOS TRAMOS Y VIGENCIA QUE
      *    MODESCAL (QUE LEE EL FICHERO SECUENCIAL Y NO SIRVE EN CICS)
       01 T-ESCALA.
           05 C-TRAMOS             PIC 99 VALUE 0.
           05 T-TRAMO OCCURS 48.
               10 T-DESDE          PIC 99.
               10 T-ETIQUETA       PIC X(16).
               10 T-ANO-DESDE      PIC 9(4).
               10 T-ANO-HASTA      PIC 9(4).
               10 T-ETAPA          PIC X.
       01 WS-IDX-TRAMO            PIC 99.
       01 WS-IDX-MEJOR            PIC 99.
       01 W-ESC-NOTA              PIC 99V99.
       01 W-ESC-ANO               PIC 9(4).
       01 W-ESC-ETIQUETA          PIC X(16).

      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO, MISMO CRITERIO QUE
      *    MODETAPA (QUE TAMPOCO SIRVE EN CICS): LAS LINEAS PROPIAS DEL
      *    COLEGIO Y, SI NO TIENE NINGUNA, LAS DEL JUEGO COMUN (00)
       01 WS-CLAVE-ETAPAS         PIC X(5).
       01 W-ETA-COLEGIO           PIC 99.
       01 W-ETA-CURSO             PIC 9.
       01 WS-ETAPA-ALUMNO         PIC X.
       01 WS-ETAPA-PROPIA         PIC X.
       01 WS-ETAPA-COMUN          PIC X.
       01 WS-ETAPA-BUSCADA        PIC X.
       01 WS-COLEGIO-PROPIO       PIC X.
           88 COLEGIO-CON-ETAPAS       VALUE 'S'.

           COPY RCONSULT.

           COPY RESCALA.

           COPY RETAPAS.

           COPY RMAPASIG.

           COPY RPENDIEN.

           COPY RTRASLAD.

           COPY CCAJSET.

           COPY DFHAID.

           COPY DFHBMSCA.

       01 LINEA-NOTA.
           05 FILLER        PIC X     VALUE SPACE.
           05 LN-ASIGNATURA PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LN-ASIG-NOM   PIC X(15).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LN-ANO        PIC 9(4).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LN-TRIM       PIC 9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LN-CONV       PIC 9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LN-NOTA       PIC Z9,9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LN-CALIF      PIC X(16).
           05 FILLER        PIC X(21) VALUE SPACES.

       01 LINEA-FALTA.
           05 FILLER        PIC X     VALUE SPACE.
           05 LF-ASIGNATURA PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LF-ASIG-NOM   PIC X(15).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LF-ANO        PIC 9(4).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LF-TRIM       PIC 9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LF-HORAS      PIC ZZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LF-JUSTIF     PIC X.
           05 FILLER        PIC X(37) VALUE SPACES.

       01 LINEA-MATRICULA.
           05 FILLER        PIC X     VALUE SPACE.
           05 LM-ASIGNATURA PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LM-ASIG-NOM   PIC X(15).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LM-ANO        PIC 9(4).
           05 FILLER        PIC X(55) VALUE SPACES.

       01 LINEA-PENDIENTE.
           05 FILLER        PIC X     VALUE SPACE.
           05 LP-ASIGNATURA PIC 9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LP-ASIG-NOM   PIC X(15).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LP-ANO-ORIGEN PIC 9(4).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LP-COLEGIO    PIC 99.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LP-FECHA      PIC X(8).
           05 FILLER        PIC X(37) VALUE SPACES.

       01 LINEA-TRASLADO.
           05 FILLER        PIC X     VALUE SPACE.
           05 LT-FECHA      PIC X(10).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LT-ORIGEN     PIC 99.
           05 FILLER        PIC X(4)  VALUE ' -> '.
           05 LT-DESTINO    PIC 99.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LT-ANO        PIC 9(4).
           05 FILLER        PIC X(46) VALUE SPACES.

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE CCCOLEG
           END-EXEC.

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE CCFALTA
           END-EXEC.

           EXEC SQL
             INCLUDE CCMATRI
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    LAS TRES SECCIONES DB2 MUESTRAN EL ULTIMO ANO ACADEMICO QUE
      *    TIENE EL ALUMNO EN CADA TABLA, QUE ES EL CURSO EN MARCHA
           EXEC SQL
             DECLARE C-NOTAS-CONSULTA CURSOR FOR
               SELECT N.ASIGNATURA, N.ANO_ACADEMICO, N.TRIMESTRE,
                      N.CONVOCATORIA, N.NOTA
                 FROM NOTAS N
                WHERE N.NIF = :CA-NIF
                  AND N.ANO_ACADEMICO =
                      (SELECT MAX(M.ANO_ACADEMICO)
                         FROM NOTAS M
                        WHERE M.NIF = :CA-NIF)
                ORDER BY N.ASIGNATURA, N.TRIMESTRE, N.CONVOCATORIA
           END-EXEC.

           EXEC SQL
             DECLARE C-FALTAS-CONSULTA CURSOR FOR
               SELECT F.ASIGNATURA, F.ANO_ACADEMICO, F.TRIMESTRE,
                      F.HORAS_FALTA, F.JUSTIFICADA
                 FROM FALTAS F
                WHERE F.NIF = :CA-NIF
                  AND F.ANO_ACADEMICO =
                      (SELECT MAX(M.ANO_ACADEMICO)
                         FROM FALTAS M
                        WHERE M.NIF = :CA-NIF)
                ORDER BY F.TRIMESTRE, F.ASIGNATURA
           END-EXEC.

           EXEC SQL
             DECLARE C-MATRI-CONSULTA CURSOR FOR
               SELECT T.ASIGNATURA, T.ANO_ACADEMICO
                 FROM MATRICULAS T
                WHERE T.NIF = :CA-NIF
                  AND T.ANO_ACADEMICO =
                      (SELECT MAX(M.ANO_ACADEMICO)
                         FROM MATRICULAS M
                        WHERE M.NIF = :CA-NIF)
                ORDER BY T.ASIGNATURA
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(14).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE LOW-VALUES TO CCAJMAPO
           IF EIBCALEN = 0 THEN
               MOVE SPACES TO CA-NIF
               MOVE 1 TO CA-SECCION
               MOVE 1 TO CA-PAGINA
               MOVE 'N' TO CA-HAY-MAS
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DDMMYYYY(WS-FECHA-PANTALLA) DATESEP('/')
           END-EXEC
           .
      ******************************************************************
       2000-PROCESO.
           IF EIBCALEN = 0 THEN
               MOVE 'TECLEE UN NIF Y PULSE ENTER' TO MENSAJEO
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                   WHEN DFHCLEAR
                       SET FIN-CONVERSACION TO TRUE
                   WHEN DFHENTER
                       PERFORM 2100-RECIBIR-NIF
                   WHEN DFHPF7
                       PERFORM 2200-PAGINA-ANTERIOR
                   WHEN DFHPF8
                       PERFORM 2210-PAGINA-SIGUIENTE
                   WHEN DFHPF10
                       PERFORM 2220-SECCION-ANTERIOR
                   WHEN DFHPF11
                       PERFORM 2230-SECCION-SIGUIENTE
                   WHEN OTHER
                       MOVE 'TECLA NO VALIDA' TO MENSAJEO
                       PERFORM 2240-VOLVER-A-MOSTRAR
               END-EVALUATE
           END-IF
           IF MOSTRAR-EXPEDIENTE THEN
               PERFORM 3000-MOSTRAR-EXPEDIENTE
           END-IF
           .
      ******************************************************************
       2100-RECIBIR-NIF.
           EXEC CICS RECEIVE MAP('CCAJMAP') MAPSET('CCAJSET')
                     INTO(CCAJMAPI) RESP(WS-RESP)
           END-EXEC
      *    SIN NADA TECLEADO (MAPFAIL) SE REPITE LA PANTALLA EN CURSO
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NIFL = 0 THEN
               PERFORM 2240-VOLVER-A-MOSTRAR
           ELSE
               MOVE NIFI TO W-VAL-NIF
               CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO W-VAL-REGLA
               END-CALL
               IF NOT W-VAL-NIF-VALIDO THEN
                   MOVE SPACES TO CA-NIF
                   MOVE NIFI TO NIFO
                   STRING 'NIF NO VALIDO: ' W-VAL-REGLA
                       DELIMITED BY SIZE INTO MENSAJEO
                   END-STRING
               ELSE
                   MOVE W-VAL-NIF TO CA-NIF
                   MOVE 1 TO CA-SECCION
                   MOVE 1 TO CA-PAGINA
                   SET NUEVA-CONSULTA TO TRUE
                   SET MOSTRAR-EXPEDIENTE TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
       2200-PAGINA-ANTERIOR.
           IF CA-NIF NOT = SPACES AND CA-PAGINA > 1 THEN
               SUBTRACT 1 FROM CA-PAGINA
           ELSE
               MOVE 'YA ESTA EN LA PRIMERA PAGINA' TO MENSAJEO
           END-IF
           PERFORM 2240-VOLVER-A-MOSTRAR
           .
      ******************************************************************
       2210-PAGINA-SIGUIENTE.
           IF CA-NIF NOT = SPACES AND CA-MAS-LINEAS THEN
               ADD 1 TO CA-PAGINA
           ELSE
               MOVE 'NO HAY MAS LINEAS EN ESTA SECCION' TO MENSAJEO
           END-IF
           PERFORM 2240-VOLVER-A-MOSTRAR
           .
      ******************************************************************
       2220-SECCION-ANTERIOR.
           IF CA-SECCION > 1 THEN
               SUBTRACT 1 FROM CA-SECCION
           ELSE
               MOVE 5 TO CA-SECCION
           END-IF
           MOVE 1 TO CA-PAGINA
           PERFORM 2240-VOLVER-A-MOSTRAR
           .
      ******************************************************************
       2230-SECCION-SIGUIENTE.
           IF CA-SECCION < 5 THEN
               ADD 1 TO CA-SECCION
           ELSE
               MOVE 1 TO CA-SECCION
           END-IF
           MOVE 1 TO CA-PAGINA
           PERFORM 2240-VOLVER-A-MOSTRAR
           .
      ******************************************************************
       2240-VOLVER-A-MOSTRAR.
           IF CA-NIF = SPACES THEN
               IF MENSAJEO = LOW-VALUES THEN
                   MOVE 'TECLEE UN NIF Y PULSE ENTER' TO MENSAJEO
               END-IF
           ELSE
               SET MOSTRAR-EXPEDIENTE TO TRUE
           END-IF
           .
      ******************************************************************
       3000-MOSTRAR-EXPEDIENTE.
           PERFORM 3100-LEER-ALUMNO
           IF NUEVA-CONSULTA THEN
               PERFORM 3150-ANOTAR-CONSULTA
           END-IF
           EVALUATE TRUE
               WHEN NOT MOSTRAR-EXPEDIENTE
                   CONTINUE
               WHEN SQL-NOT-FOUND
                   MOVE CA-NIF TO NIFO
                   MOVE 'NIF NO ENCONTRADO EN ALUMNOS' TO MENSAJEO
                   MOVE SPACES TO CA-NIF
               WHEN NOT SQL-OK
                   MOVE CA-NIF TO NIFO
                   STRING 'ERROR DB2 ' SQL-ERROR ' ' WS-SQL-MENSAJE
                       DELIMITED BY SIZE INTO MENSAJEO
                   END-STRING
               WHEN OTHER
                   PERFORM 3200-CABECERA-ALUMNO
                   MOVE 'N' TO CA-HAY-MAS
                   MOVE 0 TO C-LEIDAS
                   COMPUTE WS-LINEA-DESDE = (CA-PAGINA - 1) * 12
                   COMPUTE WS-LINEA-HASTA = WS-LINEA-DESDE + 12
                   EVALUATE TRUE
                       WHEN CA-SECCION-NOTAS
                           PERFORM 3300-SECCION-NOTAS
                       WHEN CA-SECCION-FALTAS
                           PERFORM 3400-SECCION-FALTAS
                       WHEN CA-SECCION-MATRICULAS
                           PERFORM 3500-SECCION-MATRICULAS
                       WHEN CA-SECCION-PENDIENTES
                           PERFORM 3600-SECCION-PENDIENTES
                       WHEN CA-SECCION-TRASLADOS
                           PERFORM 3700-SECCION-TRASLADOS
                   END-EVALUATE
                   IF C-LEIDAS = 0 THEN
                       MOVE '  SIN DATOS EN ESTA SECCION' TO LINEAO (1)
                   END-IF
                   MOVE CA-PAGINA TO PAGINAO
           END-EVALUATE
           .
      ******************************************************************
       3100-LEER-ALUMNO.
           MOVE CA-NIF TO NIF OF DCLALUMNOS
           EXEC SQL
             SELECT NIF,NOMBRE,COD_COLEGIO,CURSO,FECHA_NAC,SEXO
               INTO :DCLALUMNOS.NIF,:DCLALUMNOS.NOMBRE,
                    :DCLALUMNOS.COD-COLEGIO,:DCLALUMNOS.CURSO,
                    :DCLALUMNOS.FECHA-NAC,:DCLALUMNOS.SEXO
               FROM ALUMNOS
              WHERE NIF = :DCLALUMNOS.NIF
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       3150-ANOTAR-CONSULTA.
      *    TAMBIEN SE ANOTA LA CONSULTA DE UN NIF QUE NO EXISTE
           INITIALIZE REG-CONSULTA
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(CON-FECHA) TIME(CON-HORA)
           END-EXEC
           EXEC CICS ASSIGN USERID(CON-OPERADOR)
           END-EXEC
           MOVE EIBTRMID TO CON-TERMINAL
           MOVE EIBTRNID TO CON-TRANSACCION
           MOVE CA-NIF   TO CON-NIF
           IF SQL-OK THEN
               SET CON-ENCONTRADO TO TRUE
           ELSE
               SET CON-NO-ENCONTRADO TO TRUE
           END-IF
           EXEC CICS WRITEQ TD QUEUE('CCCN')
                     FROM(REG-CONSULTA) LENGTH(LENGTH OF REG-CONSULTA)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
               MOVE CA-NIF TO NIFO
               MOVE SPACES TO CA-NIF
               MOVE 'NO SE PUEDE ANOTAR LA CONSULTA - AVISE A SISTEMAS'
                 TO MENSAJEO
               SET SOLO-PANTALLA TO TRUE
           END-IF
           .
      ******************************************************************
       3200-CABECERA-ALUMNO.
           MOVE NIF OF DCLALUMNOS    TO NIFO
           MOVE NOMBRE OF DCLALUMNOS TO NOMBREO
           MOVE CURSO OF DCLALUMNOS  TO W-CURSO-EDIT
           MOVE W-CURSO-EDIT         TO CURSOO
           MOVE COD-COLEGIO OF DCLALUMNOS TO W-COLEGIO-EDIT
           MOVE W-COLEGIO-EDIT       TO COLCODO
           MOVE FECHA-NAC OF DCLALUMNOS TO FNACO
           MOVE SEXO OF DCLALUMNOS   TO SEXOO

           MOVE COD-COLEGIO OF DCLALUMNOS TO COD-COLEGIO OF DCLCOLEGIOS
           EXEC SQL
             SELECT NOMBRE
               INTO :DCLCOLEGIOS.NOMBRE
               FROM COLEGIOS
              WHERE COD_COLEGIO = :DCLCOLEGIOS.COD-COLEGIO
           END-EXEC
           IF SQLCODE = 0 THEN
               MOVE NOMBRE OF DCLCOLEGIOS TO COLNOMO
           ELSE
               MOVE 'COLEGIO DESCON.' TO COLNOMO
           END-IF
           .
      ******************************************************************
       3300-SECCION-NOTAS.
           MOVE '1 NOTAS DEL ANO EN CURSO' TO SECCIONO
           MOVE 'ASIGNATURA          ANO  TRIM CONV  NOTA  CALIFICACION'
             TO CABECO
           PERFORM 3310-CARGAR-ESCALA
           EXEC SQL OPEN C-NOTAS-CONSULTA END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           PERFORM 3320-FETCH-NOTA
           PERFORM UNTIL NOT SQL-OK OR CA-MAS-LINEAS
               ADD 1 TO C-LEIDAS
               IF C-LEIDAS > WS-LINEA-DESDE THEN
                   MOVE ASIGNATURA OF DCLNOTAS TO LN-ASIGNATURA
                   MOVE ASIGNATURA OF DCLNOTAS TO WS-CLAVE-MAPASIG
                   PERFORM 3900-NOMBRE-ASIGNATURA
                   MOVE W-NOMBRE-ASIG TO LN-ASIG-NOM
                   MOVE ANO-ACADEMICO OF DCLNOTAS TO LN-ANO
                   MOVE TRIMESTRE OF DCLNOTAS TO LN-TRIM
                   MOVE CONVOCATORIA OF DCLNOTAS TO LN-CONV
                   MOVE NOTA OF DCLNOTAS TO LN-NOTA
                   MOVE NOTA OF DCLNOTAS TO W-ESC-NOTA
                   MOVE ANO-ACADEMICO OF DCLNOTAS TO W-ESC-ANO
                   PERFORM 3330-CALIFICAR-NOTA
                   MOVE W-ESC-ETIQUETA TO LN-CALIF
                   MOVE LINEA-NOTA TO WS-LINEA-DETALLE
                   PERFORM 3950-COLOCAR-LINEA
               END-IF
               PERFORM 3320-FETCH-NOTA
           END-PERFORM
           EXEC SQL CLOSE C-NOTAS-CONSULTA END-EXEC
           .
      ******************************************************************
       3310-CARGAR-ESCALA.
           MOVE 0 TO C-TRAMOS
           MOVE LOW-VALUES TO WS-CLAVE-ESCALA
           EXEC CICS STARTBR FILE('ESCALA') RIDFLD(WS-CLAVE-ESCALA)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               EXEC CICS READNEXT FILE('ESCALA') INTO(REG-ESCALA)
                         RIDFLD(WS-CLAVE-ESCALA) RESP(WS-RESP)
               END-EXEC
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                       OR C-TRAMOS >= 48
                   ADD 1 TO C-TRAMOS
                   MOVE NOTA-DESDE TO T-DESDE (C-TRAMOS)
                   MOVE ETIQUETA   TO T-ETIQUETA (C-TRAMOS)
                   MOVE ESC-ETAPA  TO T-ETAPA (C-TRAMOS)
                   IF ESC-ANO-DESDE NUMERIC THEN
                       MOVE ESC-ANO-DESDE TO T-ANO-DESDE (C-TRAMOS)
                   ELSE
                       MOVE 0 TO T-ANO-DESDE (C-TRAMOS)
                   END-IF
                   IF ESC-ANO-HASTA NUMERIC THEN
                       MOVE ESC-ANO-HASTA TO T-ANO-HASTA (C-TRAMOS)
                   ELSE
                       MOVE 0 TO T-ANO-HASTA (C-TRAMOS)
                   END-IF
                   EXEC CICS READNEXT FILE('ESCALA') INTO(REG-ESCALA)
                             RIDFLD(WS-CLAVE-ESCALA) RESP(WS-RESP)
                   END-EXEC
               END-PERFORM
               EXEC CICS ENDBR FILE('ESCALA')
               END-EXEC
           END-IF
           PERFORM 3315-ETAPA-DEL-ALUMNO
           .
      ******************************************************************
       3315-ETAPA-DEL-ALUMNO.
      *    SE RECORREN LAS LINEAS 'C' (LA CLAVE EMPIEZA POR EL TIPO);
      *    SIN FICHERO O SIN LINEA PARA EL CURSO QUEDA SIN ETAPA Y SE
      *    CALIFICA CON LA ESCALA GENERAL
           MOVE SPACE TO WS-ETAPA-ALUMNO
           MOVE SPACE TO WS-ETAPA-PROPIA
           MOVE SPACE TO WS-ETAPA-COMUN
           MOVE 'N'   TO WS-COLEGIO-PROPIO
           MOVE COD-COLEGIO OF DCLALUMNOS TO W-ETA-COLEGIO
           MOVE CURSO OF DCLALUMNOS       TO W-ETA-CURSO
           MOVE LOW-VALUES TO WS-CLAVE-ETAPAS
           MOVE 'C' TO WS-CLAVE-ETAPAS (1:1)
           EXEC CICS STARTBR FILE('ETAPAS') RIDFLD(WS-CLAVE-ETAPAS)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               EXEC CICS READNEXT FILE('ETAPAS') INTO(REG-ETAPA)
                         RIDFLD(WS-CLAVE-ETAPAS) RESP(WS-RESP)
               END-EXEC
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                       OR NOT ET-ES-CURSO
                   IF ET-COLEGIO = W-ETA-COLEGIO THEN
                       SET COLEGIO-CON-ETAPAS TO TRUE
                       IF ET-CURSO = W-ETA-CURSO THEN
                           MOVE ET-ETAPA TO WS-ETAPA-PROPIA
                       END-IF
                   END-IF
                   IF ET-COLEGIO = 0 AND ET-CURSO = W-ETA-CURSO THEN
                       MOVE ET-ETAPA TO WS-ETAPA-COMUN
                   END-IF
                   EXEC CICS READNEXT FILE('ETAPAS') INTO(REG-ETAPA)
                             RIDFLD(WS-CLAVE-ETAPAS) RESP(WS-RESP)
                   END-EXEC
               END-PERFORM
               EXEC CICS ENDBR FILE('ETAPAS')
               END-EXEC
           END-IF
           IF COLEGIO-CON-ETAPAS THEN
               MOVE WS-ETAPA-PROPIA TO WS-ETAPA-ALUMNO
           ELSE
               MOVE WS-ETAPA-COMUN  TO WS-ETAPA-ALUMNO
           END-IF
           .
      ******************************************************************
       3320-FETCH-NOTA.
           EXEC SQL
             FETCH C-NOTAS-CONSULTA
               INTO :DCLNOTAS.ASIGNATURA,:DCLNOTAS.ANO-ACADEMICO,
                    :DCLNOTAS.TRIMESTRE,:DCLNOTAS.CONVOCATORIA,
                    :DCLNOTAS.NOTA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       3330-CALIFICAR-NOTA.
      *    TRAMO EN VIGOR EN EL ANO DE LA NOTA CON MAYOR NOTA-DESDE
      *    <= NOTA (0 = SIN LIMITE POR ESE LADO), DE LA ETAPA DEL
      *    ALUMNO; UNA ETAPA SIN TRAMOS PROPIOS USA LA ESCALA GENERAL
           MOVE SPACES TO W-ESC-ETIQUETA
           MOVE WS-ETAPA-ALUMNO TO WS-ETAPA-BUSCADA
           PERFORM 3335-BUSCAR-TRAMO
           IF WS-IDX-MEJOR = 0 AND WS-ETAPA-BUSCADA NOT = SPACE THEN
               MOVE SPACE TO WS-ETAPA-BUSCADA
               PERFORM 3335-BUSCAR-TRAMO
           END-IF
           IF WS-IDX-MEJOR > 0 THEN
               MOVE T-ETIQUETA (WS-IDX-MEJOR) TO W-ESC-ETIQUETA
           END-IF
           .
      ******************************************************************
       3335-BUSCAR-TRAMO.
           MOVE 0 TO WS-IDX-MEJOR
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > C-TRAMOS
               IF (T-ANO-DESDE (WS-IDX-TRAMO) = 0
                   OR T-ANO-DESDE (WS-IDX-TRAMO) <= W-ESC-ANO)
                   AND (T-ANO-HASTA (WS-IDX-TRAMO) = 0
                     OR T-ANO-HASTA (WS-IDX-TRAMO) >= W-ESC-ANO)
                   AND T-ETAPA (WS-IDX-TRAMO) = WS-ETAPA-BUSCADA
                   AND T-DESDE (WS-IDX-TRAMO) <= W-ESC-NOTA THEN
                   IF WS-IDX-MEJOR = 0 OR
                       T-DESDE (WS-IDX-TRAMO) >
                       T-DESDE (WS-IDX-MEJOR) THEN
                       MOVE WS-IDX-TRAMO TO WS-IDX-MEJOR
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
       3400-SECCION-FALTAS.
           MOVE '2 FALTAS DEL ANO EN CURSO' TO SECCIONO
           MOVE 'ASIGNATURA          ANO  TRIM  HORAS  JUSTIFICADA'
             TO CABECO
           EXEC SQL OPEN C-FALTAS-CONSULTA END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           PERFORM 3410-FETCH-FALTA
           PERFORM UNTIL NOT SQL-OK OR CA-MAS-LINEAS
               ADD 1 TO C-LEIDAS
               IF C-LEIDAS > WS-LINEA-DESDE THEN
                   MOVE ASIGNATURA OF DCLFALTAS TO LF-ASIGNATURA
                   MOVE ASIGNATURA OF DCLFALTAS TO WS-CLAVE-MAPASIG
                   PERFORM 3900-NOMBRE-ASIGNATURA
                   MOVE W-NOMBRE-ASIG TO LF-ASIG-NOM
                   MOVE ANO-ACADEMICO OF DCLFALTAS TO LF-ANO
                   MOVE TRIMESTRE OF DCLFALTAS TO LF-TRIM
                   MOVE HORAS-FALTA OF DCLFALTAS TO LF-HORAS
                   MOVE JUSTIFICADA OF DCLFALTAS TO LF-JUSTIF
                   MOVE LINEA-FALTA TO WS-LINEA-DETALLE
                   PERFORM 3950-COLOCAR-LINEA
               END-IF
               PERFORM 3410-FETCH-FALTA
           END-PERFORM
           EXEC SQL CLOSE C-FALTAS-CONSULTA END-EXEC
           .
      ******************************************************************
       3410-FETCH-FALTA.
           EXEC SQL
             FETCH C-FALTAS-CONSULTA
               INTO :DCLFALTAS.ASIGNATURA,:DCLFALTAS.ANO-ACADEMICO,
                    :DCLFALTAS.TRIMESTRE,:DCLFALTAS.HORAS-FALTA,
                    :DCLFALTAS.JUSTIFICADA
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       3500-SECCION-MATRICULAS.
           MOVE '3 ASIGNATURAS MATRICULADAS' TO SECCIONO
           MOVE 'ASIGNATURA          ANO' TO CABECO
           EXEC SQL OPEN C-MATRI-CONSULTA END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           PERFORM 3510-FETCH-MATRICULA
           PERFORM UNTIL NOT SQL-OK OR CA-MAS-LINEAS
               ADD 1 TO C-LEIDAS
               IF C-LEIDAS > WS-LINEA-DESDE THEN
                   MOVE ASIGNATURA OF DCLMATRICULAS TO LM-ASIGNATURA
                   MOVE ASIGNATURA OF DCLMATRICULAS TO WS-CLAVE-MAPASIG
                   PERFORM 3900-NOMBRE-ASIGNATURA
                   MOVE W-NOMBRE-ASIG TO LM-ASIG-NOM
                   MOVE ANO-ACADEMICO OF DCLMATRICULAS TO LM-ANO
                   MOVE LINEA-MATRICULA TO WS-LINEA-DETALLE
                   PERFORM 3950-COLOCAR-LINEA
               END-IF
               PERFORM 3510-FETCH-MATRICULA
           END-PERFORM
           EXEC SQL CLOSE C-MATRI-CONSULTA END-EXEC
           .
      ******************************************************************
       3510-FETCH-MATRICULA.
           EXEC SQL
             FETCH C-MATRI-CONSULTA
               INTO :DCLMATRICULAS.ASIGNATURA,
                    :DCLMATRICULAS.ANO-ACADEMICO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       3600-SECCION-PENDIENTES.
           MOVE '4 ASIGNATURAS PENDIENTES' TO SECCIONO
           MOVE 'ASIGNATURA          ORIGEN  COL.  DESDE'
             TO CABECO
           MOVE CA-NIF TO WS-CP-NIF
           EXEC CICS STARTBR FILE('PENDIEN') RIDFLD(WS-CLAVE-PENDIEN)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               EXEC CICS READNEXT FILE('PENDIEN') INTO(REG-PENDIENTE)
                         RIDFLD(WS-CLAVE-PENDIEN) RESP(WS-RESP)
               END-EXEC
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                       OR NIF OF REG-PENDIENTE NOT = CA-NIF
                       OR CA-MAS-LINEAS
                   IF PEND-VIVA THEN
                       ADD 1 TO C-LEIDAS
                       IF C-LEIDAS > WS-LINEA-DESDE THEN
                           PERFORM 3610-LINEA-PENDIENTE
                       END-IF
                   END-IF
                   EXEC CICS READNEXT FILE('PENDIEN')
                             INTO(REG-PENDIENTE)
                             RIDFLD(WS-CLAVE-PENDIEN) RESP(WS-RESP)
                   END-EXEC
               END-PERFORM
               EXEC CICS ENDBR FILE('PENDIEN')
               END-EXEC
           END-IF
           .
      ******************************************************************
       3610-LINEA-PENDIENTE.
           MOVE ASIGNATURA OF REG-PENDIENTE TO LP-ASIGNATURA
           MOVE ASIGNATURA OF REG-PENDIENTE TO WS-CLAVE-MAPASIG
           PERFORM 3900-NOMBRE-ASIGNATURA
           MOVE W-NOMBRE-ASIG TO LP-ASIG-NOM
           MOVE ANO-ORIGEN    TO LP-ANO-ORIGEN
           MOVE COLEGIO OF REG-PENDIENTE TO LP-COLEGIO
           MOVE FECHA-ESTADO  TO LP-FECHA
           MOVE LINEA-PENDIENTE TO WS-LINEA-DETALLE
           PERFORM 3950-COLOCAR-LINEA
           .
      ******************************************************************
       3700-SECCION-TRASLADOS.
           MOVE '5 HISTORIAL DE TRASLADOS' TO SECCIONO
           MOVE ' FECHA         COLEGIOS      ANO' TO CABECO
           MOVE CA-NIF TO WS-CT-NIF
           EXEC CICS STARTBR FILE('TRASLAD') RIDFLD(WS-CLAVE-TRASLAD)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               EXEC CICS READNEXT FILE('TRASLAD') INTO(REG-TRASLADO)
                         RIDFLD(WS-CLAVE-TRASLAD) RESP(WS-RESP)
               END-EXEC
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                       OR NIF OF REG-TRASLADO NOT = CA-NIF
                       OR CA-MAS-LINEAS
                   ADD 1 TO C-LEIDAS
                   IF C-LEIDAS > WS-LINEA-DESDE THEN
                       MOVE FECHA-TRASLADO  TO LT-FECHA
                       MOVE COLEGIO-ORIGEN  TO LT-ORIGEN
                       MOVE COLEGIO-DESTINO TO LT-DESTINO
                       MOVE ANO-ACADEMICO OF REG-TRASLADO TO LT-ANO
                       MOVE LINEA-TRASLADO TO WS-LINEA-DETALLE
                       PERFORM 3950-COLOCAR-LINEA
                   END-IF
                   EXEC CICS READNEXT FILE('TRASLAD')
                             INTO(REG-TRASLADO)
                             RIDFLD(WS-CLAVE-TRASLAD) RESP(WS-RESP)
                   END-EXEC
               END-PERFORM
               EXEC CICS ENDBR FILE('TRASLAD')
               END-EXEC
           END-IF
           .
      ******************************************************************
       3900-NOMBRE-ASIGNATURA.
           EXEC CICS READ FILE('MAPASIG') INTO(REG-MAPA-ASIG)
                     RIDFLD(WS-CLAVE-MAPASIG) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
               MOVE NOMBRE-ASIG TO W-NOMBRE-ASIG
           ELSE
               MOVE '?' TO W-NOMBRE-ASIG
           END-IF
           .
      ******************************************************************
       3950-COLOCAR-LINEA.
      *    LA LINEA 13 DE LA PAGINA NO SE MUESTRA: SOLO DICE QUE HAY
      *    OTRA PAGINA PARA PF8
           IF C-LEIDAS > WS-LINEA-HASTA THEN
               SET CA-MAS-LINEAS TO TRUE
               IF MENSAJEO = LOW-VALUES THEN
                   MOVE 'PF8 PARA VER MAS LINEAS' TO MENSAJEO
               END-IF
           ELSE
               COMPUTE WS-IDX-LINEA = C-LEIDAS - WS-LINEA-DESDE
               MOVE WS-LINEA-DETALLE TO LINEAO (WS-IDX-LINEA)
           END-IF
           .
      ******************************************************************
       4000-FIN.
           IF FIN-CONVERSACION THEN
               EXEC CICS SEND CONTROL ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           MOVE WS-FECHA-PANTALLA TO FECHAO
           MOVE -1 TO NIFL
           EXEC CICS SEND MAP('CCAJMAP') MAPSET('CCAJSET')
                     FROM(CCAJMAPO) ERASE CURSOR
           END-EXEC
           EXEC CICS RETURN TRANSID('CCAJ')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .
