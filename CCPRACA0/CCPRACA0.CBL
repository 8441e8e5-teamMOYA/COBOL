       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA0.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: ESCALADA PERIODICA DE LOS PARTES DE            *
      *                 CONVIVENCIA (RPARTES DE CCPRAC9Z, POR NIF).    *
      *                 PARA CADA ALUMNO Y EL ANO DE SYSIN, CADA       *
      *                 BLOQUE DE N LEVES AUN NO ACUMULADAS (N EN      *
      *                 SYSIN, 3 POR DEFECTO) SE COMPUTA COMO UNA      *
      *                 FALTA GRAVE Y SUS LEVES QUEDAN MARCADAS PARA   *
      *                 NO CONTARLAS DOS VECES. LOS PARTES AUN NO      *
      *                 NOTIFICADOS Y LAS ESCALADAS NUEVAS GENERAN LA  *
      *                 CARTA A LA FAMILIA (NOMBRE Y COLEGIO VIA EL    *
      *                 MAESTRO RALUMN02, DOMICILIO Y TUTOR LEGAL VIA  *
      *                 RCONTACT, COMO LAS CARTAS DE CCPRAC74),        *
      *                 ORDENADAS POR COLEGIO+NIF CON UN SORT INTERNO  *
      *                 PARA ENTREGARLAS AGRUPADAS. EL REGISTRO SE     *
      *                 REESCRIBE COMPLETO CON LAS MARCAS DE           *
      *                 NOTIFICADO Y ACUMULADO AL DIA. AL FINAL,       *
      *                 RESUMEN POR COLEGIO PARA LA INSPECCION: LEVES, *
      *                 GRAVES, MUY GRAVES, GRAVES POR ACUMULACION,    *
      *                 ALUMNOS CON PARTES Y CARTAS EMITIDAS.          *
      *                 EL RESUMEN PARA LA INSPECCION CIERRA CON       *
      *                 LEVES, GRAVES, MUY GRAVES, ALUMNOS Y CARTAS    *
      *                 POR ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN EL *
      *                 MAESTRO (MODETAPA).                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARTES-ANT ASSIGN PARTANT
               FILE STATUS IS FS-PARTES-ANT.

           SELECT F-PARTES-NUEVO ASSIGN PARTNUE
               FILE STATUS IS FS-PARTES-NUEVO.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-CARTAS ASSIGN CARTAS
               FILE STATUS IS FS-CARTAS.

           SELECT F-RESUMEN ASSIGN RESUMEN
               FILE STATUS IS FS-RESUMEN.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-PARTES-ANT
           RECORDING MODE IS F.
           COPY RPARTES.

       FD F-PARTES-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-PARTE-NUEVO.
       01 REG-PARTE-NUEVO          PIC X(80).

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-CARTAS
           RECORDING MODE IS F
           DATA RECORD LINEA-CARTA.
       01 LINEA-CARTA              PIC X(132).

       FD F-RESUMEN
           RECORDING MODE IS F
           DATA RECORD LINEA-RESUMEN.
       01 LINEA-RESUMEN            PIC X(132).

       SD F-SORT
           DATA RECORD REG-CARTA.
       01 REG-CARTA.
           05 CA-COLEGIO           PIC 99.
           05 CA-NIF               PIC X(9).
           05 CA-TIPO              PIC 9.
               88 CA-CABECERA           VALUE 1.
               88 CA-PARTE              VALUE 2.
               88 CA-ESCALADA           VALUE 3.
           05 CA-FECHA             PIC X(8).
           05 CA-SECUENCIA         PIC 9.
           05 CA-NOMBRE            PIC X(15).
           05 CA-APELLIDOS         PIC X(30).
           05 CA-DIRECCION         PIC X(25).
           05 CA-CP                PIC X(5).
           05 CA-TUTOR             PIC X(20).
           05 CA-GRAVEDAD          PIC X.
           05 CA-SANCION           PIC X(30).
           05 CA-LEVES             PIC 999.
           05 CA-GRAVES            PIC 999.
           05 CA-MUY-GRAVES        PIC 999.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-PARTES-ANT PIC XX.
               88 FS-PARTES-ANT-OK  VALUE '00'.
               88 FS-PARTES-ANT-EOF VALUE '10'.
           05 FS-PARTES-NUEVO PIC XX.
               88 FS-PARTES-NUEVO-OK VALUE '00'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
               88 FS-CONTACTOS-EOF  VALUE '10'.
           05 FS-CARTAS PIC XX.
               88 FS-CARTAS-OK      VALUE '00'.
           05 FS-RESUMEN PIC XX.
               88 FS-RESUMEN-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-LEVES-POR-GRAVE   PIC 9.
           05 FILLER               PIC X(75).

       01 C-CONTADORES.
           05 C-PARTES-LEIDOS     PIC 9(6) VALUE 0.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-CARTAS            PIC 9(6) VALUE 0.
           05 C-ESCALADAS         PIC 9(6) VALUE 0.
           05 C-NOTIFICADOS       PIC 9(6) VALUE 0.
           05 C-SIN-CONTACTO      PIC 9(6) VALUE 0.

       01 T-PARTES-ALUMNO.
           05 C-PA              PIC 999 VALUE 0.
           05 T-PA-REG OCCURS 300 PIC X(80).
       01 WS-IDX-PA            PIC 999.

       01 WS-ALUMNO-ACTUAL.
           05 WS-AA-NIF            PIC X(9).
           05 WS-AA-COLEGIO        PIC 99.
           05 WS-AA-LEVES          PIC 999.
           05 WS-AA-GRAVES         PIC 999.
           05 WS-AA-MUY-GRAVES     PIC 999.
           05 WS-AA-PENDIENTES     PIC 999.
           05 WS-AA-A-ACUMULAR     PIC 999.
           05 WS-AA-EN-BLOQUE      PIC 9.
           05 WS-AA-ESCALADAS      PIC 999.
           05 WS-AA-NOTIFICAR      PIC 999.

       01 WS-CARTA-FLAG           PIC X VALUE 'N'.
           88 HAY-CARTA                VALUE 'S'.

       01 T-RESUMEN-COLEGIO.
           05 T-RS-ENTRADA OCCURS 99.
               10 T-RS-LEVES        PIC 9(5).
               10 T-RS-GRAVES       PIC 9(5).
               10 T-RS-MUY-GRAVES   PIC 9(5).
               10 T-RS-ACUMULADAS   PIC 9(5).
               10 T-RS-ALUMNOS      PIC 9(5).
               10 T-RS-CARTAS       PIC 9(5).
       01 WS-COLEGIO              PIC 99.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-NIF-IMPRESO          PIC X(9) VALUE SPACES.

           COPY RPARTES REPLACING REG-PARTE BY REG-PARTE-SAL
               PC-NIF BY PS-NIF PC-FECHA BY PS-FECHA
               PC-SECUENCIA BY PS-SECUENCIA
               PC-ANO-ACADEMICO BY PS-ANO-ACADEMICO
               PC-COLEGIO BY PS-COLEGIO
               PC-GRAVEDAD BY PS-GRAVEDAD
               PC-LEVE BY PS-LEVE PC-GRAVE BY PS-GRAVE
               PC-MUY-GRAVE BY PS-MUY-GRAVE
               PC-GRAVEDAD-VALIDA BY PS-GRAVEDAD-VALIDA
               PC-PROFESOR BY PS-PROFESOR
               PC-SANCION BY PS-SANCION
               PC-NOTIFICADO BY PS-NOTIFICADO
               PC-YA-NOTIFICADO BY PS-YA-NOTIFICADO
               PC-ACUMULADO BY PS-ACUMULADO
               PC-LEVE-ACUMULADA BY PS-LEVE-ACUMULADA.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-CAR-BLANCO.
           05 FILLER  PIC X(132) VALUE SPACES.

       01 LINEA-CAR-TITULO.
           05 FILLER  PIC X(20) VALUE SPACES.
           05 FILLER  PIC X(40) VALUE
               'COMUNICACION DE PARTES DE CONVIVENCIA - '.
           05 FILLER  PIC X(6)  VALUE 'CURSO '.
           05 LCT-ANO PIC 9(4).
           05 FILLER  PIC X(62) VALUE SPACES.

       01 LINEA-CAR-ALUMNO.
           05 FILLER  PIC X(9)  VALUE 'ALUMNO:  '.
           05 LCA-NOMBRE    PIC X(15).
           05 FILLER  PIC X     VALUE SPACE.
           05 LCA-APELLIDOS PIC X(30).
           05 FILLER  PIC X(7)  VALUE '  NIF: '.
           05 LCA-NIF PIC X(9).
           05 FILLER  PIC X(61) VALUE SPACES.

       01 LINEA-CAR-COLEGIO.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LCO-NOMBRE    PIC X(15).
           05 FILLER  PIC X(108) VALUE SPACES.

       01 LINEA-CAR-DOMICILIO.
           05 FILLER  PIC X(11) VALUE 'DOMICILIO: '.
           05 LCD-DIRECCION PIC X(25).
           05 FILLER  PIC X(6)  VALUE '  CP: '.
           05 LCD-CP  PIC X(5).
           05 FILLER  PIC X(9)  VALUE '  TUTOR: '.
           05 LCD-TUTOR PIC X(20).
           05 FILLER  PIC X(56) VALUE SPACES.

       01 LINEA-CAR-TOTALES.
           05 FILLER  PIC X(22) VALUE 'PARTES EN EL CURSO:   '.
           05 FILLER  PIC X(7)  VALUE 'LEVES: '.
           05 LCX-LEVES PIC ZZ9.
           05 FILLER  PIC X(10) VALUE '  GRAVES: '.
           05 LCX-GRAVES PIC ZZ9.
           05 FILLER  PIC X(14) VALUE '  MUY GRAVES: '.
           05 LCX-MUY-GRAVES PIC ZZ9.
           05 FILLER  PIC X(70) VALUE SPACES.

       01 LINEA-CAR-PARTE.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE 'FECHA: '.
           05 LCP-FECHA PIC X(8).
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LCP-GRAVEDAD PIC X(16).
           05 FILLER  PIC X(10) VALUE 'SANCION: '.
           05 LCP-SANCION PIC X(30).
           05 FILLER  PIC X(55) VALUE SPACES.

       01 LINEA-CAR-ESCALADA.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE 'FECHA: '.
           05 LCE-FECHA PIC X(8).
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(17) VALUE 'ACUMULACION DE   '.
           05 LCE-LEVES PIC 9.
           05 FILLER  PIC X(45) VALUE
               ' PARTES LEVES: SE COMPUTA COMO FALTA GRAVE   '.
           05 FILLER  PIC X(48) VALUE SPACES.

       01 LINEA-CAR-TEXTO-1.
           05 FILLER  PIC X(72) VALUE
               'SE COMUNICAN A LA FAMILIA LOS PARTES ARRIBA INDICADOS,'.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-TEXTO-2.
           05 FILLER  PIC X(72) VALUE
               'SEGUN EL PLAN DE CONVIVENCIA DEL CENTRO. DEBE PONERSE'.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-CAR-TEXTO-3.
           05 FILLER  PIC X(72) VALUE
               'EN CONTACTO CON LA JEFATURA DE ESTUDIOS.'.
           05 FILLER  PIC X(60) VALUE SPACES.

       01 LINEA-RES-TITULO.
           05 FILLER  PIC X(46) VALUE
               'RESUMEN DE PARTES DE CONVIVENCIA POR COLEGIO -'.
           05 FILLER  PIC X(7)  VALUE ' CURSO '.
           05 LRT-ANO PIC 9(4).
           05 FILLER  PIC X(75) VALUE SPACES.

       01 LINEA-RES-COLUMNAS.
           05 FILLER  PIC X(20) VALUE 'COLEGIO'.
           05 FILLER  PIC X(8)  VALUE '   LEVES'.
           05 FILLER  PIC X(8)  VALUE '  GRAVES'.
           05 FILLER  PIC X(8)  VALUE ' M.GRAVE'.
           05 FILLER  PIC X(8)  VALUE '  ACUMUL'.
           05 FILLER  PIC X(8)  VALUE ' ALUMNOS'.
           05 FILLER  PIC X(8)  VALUE '  CARTAS'.
           05 FILLER  PIC X(64) VALUE SPACES.

       01 LINEA-RES-COLEGIO.
           05 LRC-COLEGIO    PIC Z9.
           05 FILLER         PIC X     VALUE SPACE.
           05 LRC-NOMBRE     PIC X(15).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-LEVES      PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-GRAVES     PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-MUY-GRAVES PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-ACUMULADAS PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-ALUMNOS    PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 LRC-CARTAS     PIC ZZZZ9.
           05 FILLER         PIC X(64) VALUE SPACES.

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
               10 T-RE-LEVES         PIC 9(5).
               10 T-RE-GRAVES        PIC 9(5).
               10 T-RE-MUY-GRAVES    PIC 9(5).
               10 T-RE-ALUMNOS       PIC 9(5).
               10 T-RE-CARTAS        PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(41) VALUE
               'PARTES DE CONVIVENCIA POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(8)  VALUE '  LEVES:'.
           05 LRE-LEVES     PIC ZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  GRAVES:'.
           05 LRE-GRAVES    PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE '  M.GRAVES:'.
           05 LRE-MUY-GRAVES PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  CARTAS:'.
           05 LRE-CARTAS    PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY CA-COLEGIO CA-NIF CA-TIPO
                                CA-FECHA CA-SECUENCIA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-ESCALAR-PARTES
               OUTPUT PROCEDURE 3000-IMPRIMIR-CARTAS
           PERFORM 3600-RESUMEN-COLEGIOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO THEN
             DISPLAY '*CCPRACA0*SYSIN*SIN*ANO*ACADEMICO*'
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-LEVES-POR-GRAVE NOT NUMERIC
               OR WS-LEVES-POR-GRAVE = ZERO THEN
             MOVE 3 TO WS-LEVES-POR-GRAVE
             DISPLAY '*CCPRACA0*SYSIN*SIN*REGLA*ESCALADA* SE ASUMEN '
                 '3 LEVES POR GRAVE'
           END-IF
           MOVE WS-ANO-ACADEMICO TO LCT-ANO
           MOVE WS-ANO-ACADEMICO TO LRT-ANO
           INITIALIZE T-RESUMEN-COLEGIO
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-PARTES-ANT
           IF NOT FS-PARTES-ANT-OK THEN
               DISPLAY 'ERROR LEER REGISTRO PARTES'
               DISPLAY FS-PARTES-ANT
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-PARTES-NUEVO
           IF NOT FS-PARTES-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR REGISTRO PARTES NUEVO'
               DISPLAY FS-PARTES-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE LOW-VALUES TO NIF OF REG-ALUMNOS-GRAL

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'SIN MAESTRO DE CONTACTO - CARTAS SIN '
                   'DOMICILIO'
               MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           ELSE
               PERFORM 2700-LEER-CONTACTO
           END-IF

           OPEN OUTPUT F-CARTAS
           IF NOT FS-CARTAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO CARTAS'
               DISPLAY FS-CARTAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RESUMEN
           IF NOT FS-RESUMEN-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RESUMEN'
               DISPLAY FS-RESUMEN
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-ESCALAR-PARTES.
           PERFORM 2500-LEER-PARTE
           PERFORM UNTIL PC-NIF = HIGH-VALUES
             INITIALIZE WS-ALUMNO-ACTUAL
             MOVE PC-NIF TO WS-AA-NIF
             MOVE 0 TO C-PA
             PERFORM UNTIL PC-NIF NOT = WS-AA-NIF
               PERFORM 2100-GUARDAR-PARTE
               PERFORM 2500-LEER-PARTE
             END-PERFORM
             IF WS-AA-LEVES + WS-AA-GRAVES + WS-AA-MUY-GRAVES > 0 THEN
               ADD 1 TO C-ALUMNOS
               PERFORM 2200-APLICAR-ESCALADA
               PERFORM 2300-GENERAR-CARTA
               PERFORM 2400-ACUMULAR-RESUMEN
             END-IF
             PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                     UNTIL WS-IDX-PA > C-PA
               WRITE REG-PARTE-NUEVO FROM T-PA-REG (WS-IDX-PA)
             END-PERFORM
           END-PERFORM
           CLOSE F-PARTES-ANT
           CLOSE F-MAESTRO
           IF FS-CONTACTOS-OK OR FS-CONTACTOS-EOF THEN
             CLOSE F-CONTACTOS
           END-IF
           .
      ******************************************************************
       2100-GUARDAR-PARTE.
      *    LOS PARTES DE OTROS CURSOS SOLO SE ARRASTRAN
           IF C-PA >= 300 THEN
             DISPLAY '*CCPRACA0*TABLA*PARTES*LLENA* NIF ' WS-AA-NIF
             WRITE REG-PARTE-NUEVO FROM REG-PARTE
           ELSE
             ADD 1 TO C-PA
             MOVE REG-PARTE TO T-PA-REG (C-PA)
             IF PC-ANO-ACADEMICO = WS-ANO-ACADEMICO THEN
               MOVE PC-COLEGIO TO WS-AA-COLEGIO
               EVALUATE TRUE
                 WHEN PC-LEVE
                   ADD 1 TO WS-AA-LEVES
                   IF NOT PC-LEVE-ACUMULADA THEN
                     ADD 1 TO WS-AA-PENDIENTES
                   END-IF
                 WHEN PC-GRAVE
                   ADD 1 TO WS-AA-GRAVES
                 WHEN PC-MUY-GRAVE
                   ADD 1 TO WS-AA-MUY-GRAVES
               END-EVALUATE
             END-IF
           END-IF
           .
      ******************************************************************
       2200-APLICAR-ESCALADA.
      *    SOLO SE ACUMULAN BLOQUES COMPLETOS, EMPEZANDO POR LAS LEVES
      *    MAS ANTIGUAS; EL RESTO ESPERA A LA SIGUIENTE PASADA
           COMPUTE WS-AA-ESCALADAS =
               WS-AA-PENDIENTES / WS-LEVES-POR-GRAVE
           END-COMPUTE
           COMPUTE WS-AA-A-ACUMULAR =
               WS-AA-ESCALADAS * WS-LEVES-POR-GRAVE
           END-COMPUTE
           MOVE 0 TO WS-AA-EN-BLOQUE
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > C-PA OR WS-AA-A-ACUMULAR = 0
             MOVE T-PA-REG (WS-IDX-PA) TO REG-PARTE-SAL
             IF PS-ANO-ACADEMICO = WS-ANO-ACADEMICO
                 AND PS-LEVE AND NOT PS-LEVE-ACUMULADA THEN
               MOVE 'S' TO PS-ACUMULADO
               MOVE REG-PARTE-SAL TO T-PA-REG (WS-IDX-PA)
               SUBTRACT 1 FROM WS-AA-A-ACUMULAR
               ADD 1 TO WS-AA-EN-BLOQUE
               IF WS-AA-EN-BLOQUE = WS-LEVES-POR-GRAVE THEN
                 MOVE 0 TO WS-AA-EN-BLOQUE
                 PERFORM 2250-RELEASE-ESCALADA
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2250-RELEASE-ESCALADA.
           PERFORM 2260-DATOS-DE-CARTA
           SET CA-ESCALADA TO TRUE
           MOVE PS-FECHA     TO CA-FECHA
           MOVE PS-SECUENCIA TO CA-SECUENCIA
           RELEASE REG-CARTA
           ADD 1 TO C-ESCALADAS
           SET HAY-CARTA TO TRUE
           .
      ******************************************************************
       2260-DATOS-DE-CARTA.
      *    LA PRIMERA LINEA DE LA CARTA BUSCA NOMBRE, COLEGIO Y
      *    DOMICILIO; LAS SIGUIENTES LOS REUTILIZAN
           IF NOT HAY-CARTA THEN
             PERFORM 2270-BUSCAR-ALUMNO
           ELSE
             INITIALIZE CA-TIPO CA-FECHA CA-SECUENCIA CA-GRAVEDAD
                        CA-SANCION
           END-IF
           .
      ******************************************************************
       2270-BUSCAR-ALUMNO.
           PERFORM UNTIL FS-MAESTRO-EOF
                   OR NIF OF REG-ALUMNOS-GRAL >= WS-AA-NIF
             READ F-MAESTRO
             IF NOT FS-MAESTRO-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
             END-IF
           END-PERFORM
           INITIALIZE REG-CARTA
           MOVE WS-AA-NIF TO CA-NIF
           IF NIF OF REG-ALUMNOS-GRAL = WS-AA-NIF THEN
             MOVE COLEGIO OF REG-ALUMNOS-GRAL   TO CA-COLEGIO
             MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO CA-NOMBRE
             MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO CA-APELLIDOS
           ELSE
             MOVE WS-AA-COLEGIO TO CA-COLEGIO
             MOVE 'ALUMNO DESCON.' TO CA-NOMBRE
             MOVE SPACES TO CA-APELLIDOS
           END-IF
           PERFORM UNTIL NIF OF REG-CONTACTO >= WS-AA-NIF
             PERFORM 2700-LEER-CONTACTO
           END-PERFORM
           IF NIF OF REG-CONTACTO = WS-AA-NIF THEN
             MOVE DIRECCION OF REG-CONTACTO     TO CA-DIRECCION
             MOVE CODIGO-POSTAL OF REG-CONTACTO TO CA-CP
             MOVE TUTOR-LEGAL OF REG-CONTACTO   TO CA-TUTOR
           ELSE
             ADD 1 TO C-SIN-CONTACTO
           END-IF
           MOVE WS-AA-LEVES      TO CA-LEVES
           MOVE WS-AA-GRAVES     TO CA-GRAVES
           MOVE WS-AA-MUY-GRAVES TO CA-MUY-GRAVES
           .
      ******************************************************************
       2300-GENERAR-CARTA.
           PERFORM VARYING WS-IDX-PA FROM 1 BY 1
                   UNTIL WS-IDX-PA > C-PA
             MOVE T-PA-REG (WS-IDX-PA) TO REG-PARTE-SAL
             IF PS-ANO-ACADEMICO = WS-ANO-ACADEMICO
                 AND NOT PS-YA-NOTIFICADO THEN
               PERFORM 2260-DATOS-DE-CARTA
               SET CA-PARTE TO TRUE
               MOVE PS-FECHA     TO CA-FECHA
               MOVE PS-SECUENCIA TO CA-SECUENCIA
               MOVE PS-GRAVEDAD  TO CA-GRAVEDAD
               MOVE PS-SANCION   TO CA-SANCION
               RELEASE REG-CARTA
               SET HAY-CARTA TO TRUE
               MOVE 'S' TO PS-NOTIFICADO
               MOVE REG-PARTE-SAL TO T-PA-REG (WS-IDX-PA)
               ADD 1 TO C-NOTIFICADOS
             END-IF
           END-PERFORM
           IF HAY-CARTA THEN
             INITIALIZE CA-FECHA CA-SECUENCIA CA-GRAVEDAD CA-SANCION
             SET CA-CABECERA TO TRUE
             RELEASE REG-CARTA
             ADD 1 TO C-CARTAS
           END-IF
           .
      ******************************************************************
       2400-ACUMULAR-RESUMEN.
      *    EL ALUMNO CUENTA EN EL COLEGIO DE SU ULTIMO PARTE DEL CURSO
           PERFORM 2450-ETAPA-DEL-ALUMNO
           MOVE WS-AA-COLEGIO TO WS-COLEGIO
           IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
             ADD WS-AA-LEVES      TO T-RS-LEVES (WS-COLEGIO)
             ADD WS-AA-GRAVES     TO T-RS-GRAVES (WS-COLEGIO)
             ADD WS-AA-MUY-GRAVES TO T-RS-MUY-GRAVES (WS-COLEGIO)
             COMPUTE T-RS-ACUMULADAS (WS-COLEGIO) =
                 T-RS-ACUMULADAS (WS-COLEGIO)
               + WS-AA-LEVES / WS-LEVES-POR-GRAVE
             END-COMPUTE
             ADD 1 TO T-RS-ALUMNOS (WS-COLEGIO)
             IF HAY-CARTA THEN
               ADD 1 TO T-RS-CARTAS (WS-COLEGIO)
             END-IF
           END-IF
           MOVE 'N' TO WS-CARTA-FLAG
           .
      ******************************************************************
       2450-ETAPA-DEL-ALUMNO.
      *    LA ETAPA SALE DEL CURSO DEL ALUMNO EN EL MAESTRO (QUE VA
      *    POR NIF COMO LOS PARTES); SIN MAESTRO O SIN ETAPA, LA 21
           PERFORM UNTIL FS-MAESTRO-EOF
                   OR NIF OF REG-ALUMNOS-GRAL >= WS-AA-NIF
             READ F-MAESTRO
             IF NOT FS-MAESTRO-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
             END-IF
           END-PERFORM
           IF NIF OF REG-ALUMNOS-GRAL = WS-AA-NIF THEN
             MOVE COLEGIO OF REG-ALUMNOS-GRAL TO W-ET-COLEGIO
             MOVE CURSO OF REG-ALUMNOS-GRAL   TO W-ET-CURSO
           ELSE
             MOVE WS-AA-COLEGIO TO W-ET-COLEGIO
             MOVE 0             TO W-ET-CURSO
           END-IF
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
           ADD WS-AA-LEVES      TO T-RE-LEVES (WS-IDX-ETAPA)
           ADD WS-AA-GRAVES     TO T-RE-GRAVES (WS-IDX-ETAPA)
           ADD WS-AA-MUY-GRAVES TO T-RE-MUY-GRAVES (WS-IDX-ETAPA)
           ADD 1                TO T-RE-ALUMNOS (WS-IDX-ETAPA)
           IF HAY-CARTA THEN
             ADD 1 TO T-RE-CARTAS (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       2500-LEER-PARTE.
           READ F-PARTES-ANT
           IF NOT FS-PARTES-ANT-OK THEN
             MOVE HIGH-VALUES TO PC-NIF
           ELSE
             ADD 1 TO C-PARTES-LEIDOS
           END-IF
           .
      ******************************************************************
       2700-LEER-CONTACTO.
           READ F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
             MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           END-IF
           .
      ******************************************************************
       3000-IMPRIMIR-CARTAS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-CARTA
           PERFORM UNTIL FIN-DE-SORT
             EVALUATE TRUE
               WHEN CA-CABECERA
                 IF WS-NIF-IMPRESO NOT = SPACES THEN
                   PERFORM 3500-PIE-DE-CARTA
                 END-IF
                 PERFORM 3200-CABECERA-DE-CARTA
               WHEN CA-PARTE
                 PERFORM 3300-LINEA-DE-PARTE
               WHEN CA-ESCALADA
                 PERFORM 3400-LINEA-DE-ESCALADA
             END-EVALUATE
             PERFORM 3100-RETURN-CARTA
           END-PERFORM
           IF WS-NIF-IMPRESO NOT = SPACES THEN
             PERFORM 3500-PIE-DE-CARTA
           END-IF
           .
      ******************************************************************
       3100-RETURN-CARTA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-CABECERA-DE-CARTA.
           WRITE LINEA-CARTA FROM LINEA-CAR-TITULO
               AFTER ADVANCING CANAL-12
           WRITE LINEA-CARTA FROM LINEA-CAR-BLANCO AFTER 2
           MOVE CA-NOMBRE    TO LCA-NOMBRE
           MOVE CA-APELLIDOS TO LCA-APELLIDOS
           MOVE CA-NIF       TO LCA-NIF
           WRITE LINEA-CARTA FROM LINEA-CAR-ALUMNO AFTER 1
           MOVE CA-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE W-NOMB-COLEGIO TO LCO-NOMBRE
           WRITE LINEA-CARTA FROM LINEA-CAR-COLEGIO AFTER 1
           IF CA-DIRECCION NOT = SPACES THEN
             MOVE CA-DIRECCION TO LCD-DIRECCION
             MOVE CA-CP        TO LCD-CP
             MOVE CA-TUTOR     TO LCD-TUTOR
             WRITE LINEA-CARTA FROM LINEA-CAR-DOMICILIO AFTER 1
           END-IF
           MOVE CA-LEVES      TO LCX-LEVES
           MOVE CA-GRAVES     TO LCX-GRAVES
           MOVE CA-MUY-GRAVES TO LCX-MUY-GRAVES
           WRITE LINEA-CARTA FROM LINEA-CAR-TOTALES AFTER 2
           WRITE LINEA-CARTA FROM LINEA-CAR-BLANCO AFTER 1
           MOVE CA-NIF TO WS-NIF-IMPRESO
           .
      ******************************************************************
       3300-LINEA-DE-PARTE.
           MOVE CA-FECHA   TO LCP-FECHA
           EVALUATE CA-GRAVEDAD
             WHEN 'L'
               MOVE 'LEVE            ' TO LCP-GRAVEDAD
             WHEN 'G'
               MOVE 'GRAVE           ' TO LCP-GRAVEDAD
             WHEN OTHER
               MOVE 'MUY GRAVE       ' TO LCP-GRAVEDAD
           END-EVALUATE
           MOVE CA-SANCION TO LCP-SANCION
           WRITE LINEA-CARTA FROM LINEA-CAR-PARTE AFTER 1
           .
      ******************************************************************
       3400-LINEA-DE-ESCALADA.
           MOVE CA-FECHA           TO LCE-FECHA
           MOVE WS-LEVES-POR-GRAVE TO LCE-LEVES
           WRITE LINEA-CARTA FROM LINEA-CAR-ESCALADA AFTER 1
           .
      ******************************************************************
       3500-PIE-DE-CARTA.
           WRITE LINEA-CARTA FROM LINEA-CAR-BLANCO AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-1 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-2 AFTER 1
           WRITE LINEA-CARTA FROM LINEA-CAR-TEXTO-3 AFTER 1
           .
      ******************************************************************
       3600-RESUMEN-COLEGIOS.
           WRITE LINEA-RESUMEN FROM LINEA-RES-TITULO
               AFTER ADVANCING CANAL-12
           WRITE LINEA-RESUMEN FROM LINEA-RES-COLUMNAS AFTER 2
           PERFORM VARYING WS-COLEGIO FROM 1 BY 1
                   UNTIL WS-COLEGIO > 98
             IF T-RS-ALUMNOS (WS-COLEGIO) > 0 THEN
               MOVE WS-COLEGIO TO LRC-COLEGIO
               MOVE WS-COLEGIO TO W-COD-COLEGIO
               CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                      W-ENCONTRADO
               END-CALL
               IF NOT W-COLEGIO-ENCONTRADO THEN
                 MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
               END-IF
               MOVE W-NOMB-COLEGIO TO LRC-NOMBRE
               MOVE T-RS-LEVES (WS-COLEGIO)      TO LRC-LEVES
               MOVE T-RS-GRAVES (WS-COLEGIO)     TO LRC-GRAVES
               MOVE T-RS-MUY-GRAVES (WS-COLEGIO) TO LRC-MUY-GRAVES
               MOVE T-RS-ACUMULADAS (WS-COLEGIO) TO LRC-ACUMULADAS
               MOVE T-RS-ALUMNOS (WS-COLEGIO)    TO LRC-ALUMNOS
               MOVE T-RS-CARTAS (WS-COLEGIO)     TO LRC-CARTAS
               WRITE LINEA-RESUMEN FROM LINEA-RES-COLEGIO AFTER 1
             END-IF
           END-PERFORM
           PERFORM 3700-RESUMEN-ETAPAS
           .
      ******************************************************************
       3700-RESUMEN-ETAPAS.
           WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA-CAB AFTER 2
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
               MOVE T-RE-LEVES (WS-IDX-ETAPA)
                 TO LRE-LEVES
               MOVE T-RE-GRAVES (WS-IDX-ETAPA)
                 TO LRE-GRAVES
               MOVE T-RE-MUY-GRAVES (WS-IDX-ETAPA)
                 TO LRE-MUY-GRAVES
               MOVE T-RE-ALUMNOS (WS-IDX-ETAPA)
                 TO LRE-ALUMNOS
               MOVE T-RE-CARTAS (WS-IDX-ETAPA)
                 TO LRE-CARTAS
               WRITE LINEA-RESUMEN FROM LINEA-RESUMEN-ETAPA AFTER 1
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'PARTES LEIDOS:      ' C-PARTES-LEIDOS
           DISPLAY 'ALUMNOS CON PARTES: ' C-ALUMNOS
           DISPLAY 'PARTES NOTIFICADOS: ' C-NOTIFICADOS
           DISPLAY 'ESCALADAS NUEVAS:   ' C-ESCALADAS
           DISPLAY 'CARTAS GENERADAS:   ' C-CARTAS
           DISPLAY 'CARTAS SIN DOMICIL: ' C-SIN-CONTACTO
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CLOSE F-PARTES-NUEVO
           CLOSE F-CARTAS
           CLOSE F-RESUMEN
           MOVE C-PARTES-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA0' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
