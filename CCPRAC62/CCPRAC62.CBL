      *                 5) SEGUN EL PLAN DE ESTUDIOS (RPLANEST VIA     *
      *                 MODPLANE; SIN FICHERO DE PLAN SE MANTIENE EL   *
      *                 CRITERIO HISTORICO DE LAS SEIS ASIGNATURAS).   *
      *                 LAS OBLIGATORIAS NO COMPUTABLES DEL PLAN HAY   *
      *                 QUE APROBARLAS PERO NO ENTRAN EN LA MEDIA.     *
      *                 ESCRIBE EL FICHERO DE GRADUADOS               *
      *                 (NIF, NOMBRE, COLEGIO, MEDIA FINAL), EL        *
      *                 FICHERO DE IMPRESION DE DIPLOMAS CON UNA       *
      *                 PAGINA POR GRADUADO (NOMBRE DEL COLEGIO VIA    *
      *                 MODCOLEG) QUE LA SECRETARIA TECLEABA A MANO    *
      *                 CADA JUNIO, Y EL INFORME DE TASAS DE           *
      *                 GRADUACION POR COLEGIO. CADA DIPLOMA SE        *
      *                 ASIENTA EN EL REGISTRO DE CORRESPONDENCIA      *
      *                 (MODCORRE, CON EL ANO DE EMISION) Y LLEVA      *
      *                 IMPRESO SU CODIGO DE VERIFICACION. CON EL      *
      *                 REGISTRO DE COMPETENCIAS CLAVE (RCOMPCLA DE    *
      *                 CCPRACAR, OPCIONAL, POR NIF) EL DIPLOMA LLEVA  *
      *                 LOS NIVELES DE LA ULTIMA JUNTA DEL ALUMNO Y    *
      *                 EL FICHERO DE GRADUADOS LOS GUARDA PARA EL     *
      *                 LIBRO DE TITULOS (CCPRAC9A). CADA DIPLOMA SE   *
      *                 IMPRIME EN UNA HOJA DEL PAPEL DE SEGURIDAD DEL *
      *                 COLEGIO (MODPAPEL), CUYO NUMERO DE SERIE VA EN *
      *                 EL DIPLOMA Y EN EL FICHERO DE GRADUADOS PARA   *
      *                 EL LIBRO; SIN PAPEL LA PASADA TERMINA CON 12.  *
      *                 SOLO SON CANDIDATOS LOS ALUMNOS DEL ULTIMO     *
      *                 CURSO DE UNA ETAPA QUE OTORGA TITULO EN SU     *
      *                 COLEGIO (MODETAPA; SIN FICHERO DE ETAPAS LO    *
      *                 SON TODOS, COMO ANTES). EL PLAN SE CONSULTA    *
      *                 CON LA ETAPA DEL ALUMNO, EL DIPLOMA Y EL       *
      *                 FICHERO DE GRADUADOS LLEVAN LA ETAPA Y LAS     *
      *                 TASAS SE DAN POR COLEGIO Y ETAPA.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-COMPCLA ASSIGN COMPETEN
               FILE STATUS IS FS-COMPCLA.

           SELECT F-GRADUADOS ASSIGN GRADUADO
               FILE STATUS IS FS-GRADUADOS.

           DATA RECORD REGISTRO-ALUMNO.
           COPY RALUMN1B.

       FD F-COMPCLA
           RECORDING MODE IS F.
           COPY RCOMPCLA.

       FD F-GRADUADOS
           RECORDING MODE IS F
           DATA RECORD REG-GRADUADO.
           05 GR-APELLIDOS  PIC X(30).
           05 GR-COLEGIO    PIC 99.
           05 GR-MEDIA      PIC 99V99.
           05 GR-COMPETENCIAS.
               10 GR-NIVEL-COMPETENCIA PIC 9 OCCURS 8.
           05 GR-PAPEL      PIC 9(8).
           05 GR-ETAPA      PIC X.
           05 FILLER        PIC X(3).

       FD F-DIPLOMAS
           RECORDING MODE IS F
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
               88 FS-ALUMNOS-EOF    VALUE '10'.
           05 FS-COMPCLA PIC XX.
               88 FS-COMPCLA-OK     VALUE '00'.
               88 FS-COMPCLA-EOF    VALUE '10'.
           05 FS-GRADUADOS PIC XX.
               88 FS-GRADUADOS-OK   VALUE '00'.
           05 FS-DIPLOMAS PIC XX.
           05 C-ASIG              PIC 9.
           05 C-APROBADAS         PIC 9.
           05 C-OBLIGATORIAS      PIC 9.
           05 C-COMPUTABLES       PIC 9.
           05 C-COMP              PIC 9.
           05 C-CON-COMPETENCIAS  PIC 9(6) VALUE 0.
           05 C-NO-CANDIDATOS     PIC 9(6) VALUE 0.

      *    NIVELES DE LA ULTIMA JUNTA DEL ALUMNO; CERO = SIN EVALUAR
       01 WS-COMPETENCIAS-ALUMNO.
           05 WS-NIVEL-COMPETENCIA PIC 9 OCCURS 8.

           COPY WCOMPCLA.

      *    TASAS POR COLEGIO Y ETAPA (ORDEN EN EL FICHERO DE ETAPAS;
      *    LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-TASAS-COLEGIO.
           05 T-TC-ENTRADA OCCURS 99.
               10 T-TC-ETAPA OCCURS 21.
                   15 T-TC-ALUMNOS     PIC 9(5).
                   15 T-TC-GRADUADOS   PIC 9(5).
       01 WS-COLEGIO              PIC 99.
       01 WS-IDX-ETAPA            PIC 99.

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

       01 W-MEDIAS.
           05 W-SUMA-NOTAS        PIC 999V9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

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

       01 LINEA-DIP-BLANCO.
           05 FILLER  PIC X(132) VALUE SPACES.

           05 LDC-COLEGIO PIC X(15).
           05 FILLER  PIC X(80) VALUE SPACES.

       01 LINEA-DIP-ETAPA.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 LDE-ROTULO PIC X(17) VALUE 'ETAPA:       '.
           05 LDE-ETAPA PIC X(20).
           05 FILLER  PIC X(75) VALUE SPACES.

       01 LINEA-DIP-MEDIA.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 LDM-ROTULO PIC X(17) VALUE 'MEDIA FINAL: '.
           05 LDM-MEDIA PIC Z9,99.
           05 FILLER  PIC X(90) VALUE SPACES.

       01 LINEA-DIP-COMP-TITULO.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 LDK-ROTULO PIC X(20) VALUE 'COMPETENCIAS CLAVE: '.
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-DIP-COMPETENCIA.
           05 FILLER  PIC X(23) VALUE SPACES.
           05 LDK-SIGLA  PIC X(5).
           05 FILLER  PIC X     VALUE SPACE.
           05 LDK-NOMBRE PIC X(30).
           05 FILLER  PIC X(2)  VALUE ': '.
           05 LDK-NIVEL  PIC X(13).
           05 FILLER  PIC X(58) VALUE SPACES.

       01 LINEA-DIP-FIRMA.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 LDR-FIRMA PIC X(44) VALUE
               'FIRMA Y SELLO DEL CENTRO:     '.
           05 FILLER  PIC X(68) VALUE SPACES.

       01 LINEA-DIP-VERIFICACION.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LDV-CODIGO PIC X(14).
           05 FILLER  PIC X(74) VALUE SPACES.

       01 LINEA-DIP-PAPEL.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 FILLER  PIC X(24) VALUE 'HOJA DE SEGURIDAD N.:   '.
           05 LDP-SERIAL PIC 9(8).
           05 FILLER  PIC X(80) VALUE SPACES.

       01 LINEA-TASA-DATOS.
           05 FILLER        PIC X(9)  VALUE 'COLEGIO: '.
           05 LT-COLEGIO    PIC Z9.
           05 FILLER        PIC X(8)  VALUE '  TASA: '.
           05 LT-TASA       PIC ZZ9,9.
           05 FILLER        PIC X(2)  VALUE ' %'.
           05 FILLER        PIC X(9)  VALUE '  ETAPA: '.
           05 LT-ETAPA      PIC X.
           05 FILLER        PIC X(10) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
           END-CALL
           CALL "MODPLANE" USING 'O' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODIDIOM" USING 'O' W-IDI-COLEGIO W-IDI-CLAVE
                                  W-IDI-TEXTO W-IDI-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'DIP' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC62'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC62*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           CALL "MODPAPEL" USING 'O' 'DIP' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC62' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
               DISPLAY '*CCPRAC62*ERROR*PAPEL*DE*SEGURIDAD*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-COMPCLA
           IF NOT FS-COMPCLA-OK THEN
               DISPLAY 'SIN FICHERO DE COMPETENCIAS - DIPLOMAS SIN '
                   'COMPETENCIAS CLAVE'
               MOVE HIGH-VALUES TO KC-NIF
           ELSE
               PERFORM 2060-LEER-COMPETENCIA
           END-IF

           OPEN OUTPUT F-GRADUADOS
           IF NOT FS-GRADUADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO GRADUADOS'
           IF FS-ALUMNOS-OK THEN
             ADD 1 TO C-ALUMNOS
             MOVE COLEGIO OF REG-ALUMNOS TO WS-COLEGIO
             PERFORM 2020-ETAPA-DEL-ALUMNO
             IF W-ET-ULTIMO = 'S' AND W-ET-TITULA = 'S' THEN
               PERFORM 2030-EVALUAR-ALUMNO
             ELSE
               ADD 1 TO C-NO-CANDIDATOS
             END-IF
           END-IF
           .
      ******************************************************************
       2020-ETAPA-DEL-ALUMNO.
      *    SIN FICHERO DE ETAPAS O CON EL CURSO SIN ETAPA EL ALUMNO ES
      *    CANDIDATO Y EL PLAN SE CONSULTA SIN ETAPA, COMO ANTES
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS   TO W-ET-CURSO
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
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           .
      ******************************************************************
       2030-EVALUAR-ALUMNO.
           IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
             ADD 1 TO T-TC-ALUMNOS (WS-COLEGIO, WS-IDX-ETAPA)
           END-IF
           MOVE 0 TO C-APROBADAS
           MOVE 0 TO C-OBLIGATORIAS
           MOVE 0 TO C-COMPUTABLES
           MOVE 0 TO W-SUMA-NOTAS
      *    EL CRITERIO DE GRADUACION ES EL PLAN DE ESTUDIOS:
      *    TODAS LAS OBLIGATORIAS DEL CURSO DEL ALUMNO APROBADAS
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
             MOVE C-ASIG               TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             IF W-PLAN-ENCONTRADA AND W-PLA-TIPO = 'O' THEN
               ADD 1 TO C-OBLIGATORIAS
               IF NOTA OF REG-ALUMNOS (C-ASIG) >= 5 THEN
                 ADD 1 TO C-APROBADAS
               END-IF
               IF W-PLA-COMPUTA THEN
                 ADD 1 TO C-COMPUTABLES
                 ADD NOTA OF REG-ALUMNOS (C-ASIG) TO W-SUMA-NOTAS
               END-IF
             END-IF
           END-PERFORM
           IF C-OBLIGATORIAS > 0
               AND C-APROBADAS = C-OBLIGATORIAS THEN
             IF C-COMPUTABLES > 0 THEN
               COMPUTE W-MEDIA-ALUMNO ROUNDED =
                   W-SUMA-NOTAS / C-COMPUTABLES
             ELSE
               MOVE 0 TO W-MEDIA-ALUMNO
             END-IF
             PERFORM 2050-BUSCAR-COMPETENCIAS
             PERFORM 2200-IMPRIMIR-DIPLOMA
             PERFORM 2100-REGISTRAR-GRADUADO
           END-IF
           .
      ******************************************************************
       2050-BUSCAR-COMPETENCIAS.
      *    EL REGISTRO VA POR NIF+ANO: LA ULTIMA JUNTA DEL NIF ES LA
      *    QUE VALE PARA EL DIPLOMA
           MOVE ZEROS TO WS-COMPETENCIAS-ALUMNO
           PERFORM UNTIL KC-NIF >= NIF OF REG-ALUMNOS
             PERFORM 2060-LEER-COMPETENCIA
           END-PERFORM
           PERFORM UNTIL KC-NIF > NIF OF REG-ALUMNOS
             MOVE KC-NIVELES TO WS-COMPETENCIAS-ALUMNO
             PERFORM 2060-LEER-COMPETENCIA
           END-PERFORM
           IF WS-COMPETENCIAS-ALUMNO NOT = ZEROS THEN
             ADD 1 TO C-CON-COMPETENCIAS
           END-IF
           .
      ******************************************************************
       2060-LEER-COMPETENCIA.
           READ F-COMPCLA
           IF NOT FS-COMPCLA-OK THEN
             MOVE HIGH-VALUES TO KC-NIF
           END-IF
           .
      ******************************************************************
       2100-REGISTRAR-GRADUADO.
           ADD 1 TO C-GRADUADOS
           IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
             ADD 1 TO T-TC-GRADUADOS (WS-COLEGIO, WS-IDX-ETAPA)
           END-IF
           INITIALIZE REG-GRADUADO
           MOVE NIF OF REG-ALUMNOS       TO GR-NIF
           MOVE APELLIDOS OF REG-ALUMNOS TO GR-APELLIDOS
           MOVE COLEGIO OF REG-ALUMNOS   TO GR-COLEGIO
           MOVE W-MEDIA-ALUMNO           TO GR-MEDIA
           MOVE WS-COMPETENCIAS-ALUMNO   TO GR-COMPETENCIAS
           MOVE W-PA-SERIAL              TO GR-PAPEL
           MOVE W-ET-ETAPA               TO GR-ETAPA
           WRITE REG-GRADUADO
           .
      ******************************************************************
       2200-IMPRIMIR-DIPLOMA.
           PERFORM 2300-ASENTAR-DIPLOMA
           PERFORM 2250-ETIQUETAS-DEL-IDIOMA
           MOVE COLEGIO OF REG-ALUMNOS TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-NIF AFTER 1
           MOVE W-NOMB-COLEGIO TO LDC-COLEGIO
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-COLEGIO AFTER 1
           IF W-ETAPA-ENCONTRADA THEN
             MOVE W-ET-NOMBRE TO LDE-ETAPA
             WRITE LINEA-DIPLOMA FROM LINEA-DIP-ETAPA AFTER 1
           END-IF
           MOVE W-MEDIA-ALUMNO TO LDM-MEDIA
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-MEDIA AFTER 1
           IF WS-COMPETENCIAS-ALUMNO NOT = ZEROS THEN
             PERFORM 2210-LINEAS-COMPETENCIAS
           END-IF
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-BLANCO AFTER 2
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-FIRMA AFTER 1
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-VERIFICACION AFTER 2
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-PAPEL AFTER 1
           .
      ******************************************************************
       2210-LINEAS-COMPETENCIAS.
           WRITE LINEA-DIPLOMA FROM LINEA-DIP-COMP-TITULO AFTER 2
           PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
             MOVE T-KC-SIGLA (C-COMP)  TO LDK-SIGLA
             MOVE T-KC-NOMBRE (C-COMP) TO LDK-NOMBRE
             IF WS-NIVEL-COMPETENCIA (C-COMP) >= 1
                 AND WS-NIVEL-COMPETENCIA (C-COMP) <= 4 THEN
               MOVE T-KC-NIVEL-TEXTO (WS-NIVEL-COMPETENCIA (C-COMP))
                 TO LDK-NIVEL
             ELSE
               MOVE 'SIN EVALUAR' TO LDK-NIVEL
             END-IF
             WRITE LINEA-DIPLOMA FROM LINEA-DIP-COMPETENCIA AFTER 1
           END-PERFORM
           .
      ******************************************************************
       2250-ETIQUETAS-DEL-IDIOMA.
           MOVE 'SE OTORGA A: '                     TO LDN-ROTULO
           MOVE 'NIF:         '                     TO LDF-ROTULO
           MOVE 'COLEGIO:     '                     TO LDC-ROTULO
           MOVE 'ETAPA:       '                     TO LDE-ROTULO
           MOVE 'MEDIA FINAL: '                     TO LDM-ROTULO
           MOVE 'COMPETENCIAS CLAVE: '              TO LDK-ROTULO
           MOVE 'FIRMA Y SELLO DEL CENTRO:     '    TO LDR-FIRMA
           MOVE COLEGIO OF REG-ALUMNOS TO W-IDI-COLEGIO
           MOVE 'DIP-TIT ' TO W-IDI-CLAVE
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:17) TO LDC-ROTULO
           END-IF
           MOVE 'DIP-ETAP' TO W-IDI-CLAVE
           PERFORM 2260-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:17) TO LDE-ROTULO
           END-IF
           MOVE 'DIP-MEDI' TO W-IDI-CLAVE
           PERFORM 2260-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:17) TO LDM-ROTULO
           END-IF
           MOVE 'DIP-COMP' TO W-IDI-CLAVE
           PERFORM 2260-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:20) TO LDK-ROTULO
           END-IF
           MOVE 'DIP-FIRM' TO W-IDI-CLAVE
           PERFORM 2260-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
                                  W-IDI-TEXTO W-IDI-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       2300-ASENTAR-DIPLOMA.
      *    EL DIPLOMA QUEDA EN EL REGISTRO DE CORRESPONDENCIA ANTES DE
      *    IMPRIMIRSE; SIN CODIGO NO SE EMITE NINGUNO
           MOVE NIF OF REG-ALUMNOS     TO W-CO-NIF
           MOVE COLEGIO OF REG-ALUMNOS TO W-CO-COLEGIO
           MOVE WS-TIMESTAMP-INICIO (1:4) TO W-CO-ANO
           MOVE SPACES TO W-CO-REFERENCIA
           STRING 'CURSO ' CURSO OF REG-ALUMNOS DELIMITED BY SIZE
               INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'DIP' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC62'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC62*ERROR*ASENTAR*DIPLOMA* ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'DIP' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC62' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LDV-CODIGO
           PERFORM 2350-ASIGNAR-PAPEL
           .
      ******************************************************************
       2350-ASIGNAR-PAPEL.
      *    LA HOJA SE ANOTA CON EL CODIGO DEL DIPLOMA; LA SERIE DEL
      *    TITULO LA PONE DESPUES EL LIBRO (CCPRAC9A) JUNTO A LA HOJA
           CALL "MODPAPEL" USING 'A' 'DIP' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC62' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
               DISPLAY '*CCPRAC62*SIN*PAPEL*DE*SEGURIDAD* COLEGIO '
                   W-CO-COLEGIO ' NIF ' W-CO-NIF
               PERFORM 4100-CERRAR-REGISTROS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-PA-SERIAL TO LDP-SERIAL
           .
      ******************************************************************
       3000-TASAS-POR-COLEGIO.
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 99
             PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                     UNTIL WS-IDX-ETAPA > 21
               IF T-TC-ALUMNOS (WS-COLEGIO, WS-IDX-ETAPA) > 0 THEN
                 PERFORM 3100-LINEA-TASA
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3100-LINEA-TASA.
           MOVE SPACE TO LT-ETAPA
           IF WS-IDX-ETAPA < 21 THEN
             MOVE WS-IDX-ETAPA TO W-ET-ORDEN
             CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
             MOVE W-ET-ETAPA TO LT-ETAPA
           END-IF
           MOVE WS-COLEGIO TO LT-COLEGIO
           MOVE T-TC-ALUMNOS (WS-COLEGIO, WS-IDX-ETAPA)   TO LT-ALUMNOS
           MOVE T-TC-GRADUADOS (WS-COLEGIO, WS-IDX-ETAPA)
             TO LT-GRADUADOS
           COMPUTE W-TASA =
               T-TC-GRADUADOS (WS-COLEGIO, WS-IDX-ETAPA) * 100 /
               T-TC-ALUMNOS (WS-COLEGIO, WS-IDX-ETAPA)
           MOVE W-TASA TO LT-TASA
           WRITE LINEA-TASA FROM LINEA-TASA-DATOS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:   ' C-ALUMNOS
           DISPLAY 'GRADUADOS:        ' C-GRADUADOS
           DISPLAY 'CON COMPETENCIAS: ' C-CON-COMPETENCIAS
           DISPLAY 'NO CANDIDATOS:    ' C-NO-CANDIDATOS
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODPLANE" USING 'C' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 4100-CERRAR-REGISTROS
           CLOSE F-ALUMNOS
           IF FS-COMPCLA-OK OR FS-COMPCLA-EOF THEN
             CLOSE F-COMPCLA
           END-IF
           CLOSE F-GRADUADOS
           CLOSE F-DIPLOMAS
           CLOSE F-TASAS
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-CERRAR-REGISTROS.
           CALL "MODCORRE" USING 'C' 'DIP' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC62'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CALL "MODPAPEL" USING 'C' 'DIP' W-CO-COLEGIO W-CO-NIF
                                  W-CO-ANO W-PA-TIT-SERIE W-CO-CODIGO
                                  'CCPRAC62' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
