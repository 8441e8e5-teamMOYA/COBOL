       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB6.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: RESULTADOS POR DISTRITO DE RESIDENCIA PARA EL  *
      *                 PLAN DE EQUIDAD: TODAS LAS DEMAS ESTADISTICAS  *
      *                 VAN POR COLEGIO Y AQUI SE AGRUPA POR DONDE     *
      *                 VIVE EL ALUMNO. EL DOMICILIO ES EL CODIGO      *
      *                 POSTAL DEL MAESTRO DE CONTACTO (RCONTACT DE    *
      *                 CCPRAC94, POR NIF), QUE SE CARGA EN TABLA CON  *
      *                 SU DISTRITO YA RESUELTO (SEARCH ALL, COMO      *
      *                 CCPRAC35); LOS CODIGOS POSTALES SE AGRUPAN EN  *
      *                 DISTRITOS CON LA REFERENCIA RDISTRIT. SIN      *
      *                 CONTACTO O CON UN CODIGO POSTAL FUERA DE LA    *
      *                 REFERENCIA EL ALUMNO CUENTA EN 'SIN DISTRITO'. *
      *                 POR DISTRITO SE ACUMULAN, DEL CONSOLIDADO      *
      *                 RALUMN1B, LA MEDIA DE LOS ALUMNOS, EL % DE     *
      *                 NOTAS SUSPENSAS (MAYOR QUE 0 Y MENOR QUE 5) Y  *
      *                 EL % DE NO PRESENTADOS (NOTA 0); LAS HORAS DE  *
      *                 FALTA SIN JUSTIFICAR POR ALUMNO (RFALTAS); EL  *
      *                 % DE BECADOS (RBECAS CONCEDIDAS O RENOVADAS)   *
      *                 Y EL % DE ABANDONO (RABANDON DE CCPRAC9O, LOS  *
      *                 QUE ESTUVIERON EL ANO ANTERIOR SOBRE ESOS MAS  *
      *                 LOS ALUMNOS ACTUALES). FALTAS, BECAS Y         *
      *                 ABANDONOS SON OPCIONALES Y SE FILTRAN POR EL   *
      *                 ANO DE SYSIN (0 = TODO LO QUE VENGA). CADA     *
      *                 DISTRITO SALE CON SUS CIFRAS Y LA DIFERENCIA   *
      *                 CON LA MEDIA DEL SISTEMA. EL DISTRITO CON      *
      *                 MENOS ALUMNOS QUE EL MINIMO SE SUPRIME PARA    *
      *                 QUE NO SE PUEDA IDENTIFICAR A NADIE: EL MINIMO *
      *                 ES LA REGLA EQUIDAD-MIN-ALUM DEL FICHERO       *
      *                 CENTRAL (MODREGLA), LA FICHA DE SYSIN SI LA    *
      *                 REGLA NO RIGE ESE ANO, Y SI NO 10 ALUMNOS.     *
      *                 TRAS LOS DISTRITOS SALEN LAS MISMAS CIFRAS POR *
      *                 ETAPA EDUCATIVA DEL CURSO DEL ALUMNO           *
      *                 (MODETAPA), CON EL MISMO MINIMO DE ALUMNOS;    *
      *                 FALTAS Y BECAS VAN A LA ETAPA DEL ALUMNO Y EL  *
      *                 ABANDONO A LA DE SU ULTIMO CURSO.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-DISTRITOS ASSIGN DISTRITO
               FILE STATUS IS FS-DISTRITOS.

           SELECT F-FALTAS ASSIGN FALTAS
               FILE STATUS IS FS-FALTAS.

           SELECT F-BECAS ASSIGN BECAS
               FILE STATUS IS FS-BECAS.

           SELECT F-ABANDONOS ASSIGN ABANDONO
               FILE STATUS IS FS-ABANDONOS.

           SELECT F-INFORME ASSIGN INFORME
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           RECORDING MODE IS F.
           COPY RALUMN1B.

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-DISTRITOS
           RECORDING MODE IS F.
           COPY RDISTRIT.

       FD F-FALTAS
           RECORDING MODE IS F.
           COPY RFALTAS.

       FD F-BECAS
           RECORDING MODE IS F.
           COPY RBECAS.

       FD F-ABANDONOS
           RECORDING MODE IS F.
           COPY RABANDON.

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
           05 FS-DISTRITOS PIC XX.
               88 FS-DISTRITOS-OK   VALUE '00'.
           05 FS-FALTAS PIC XX.
               88 FS-FALTAS-OK      VALUE '00'.
           05 FS-BECAS PIC XX.
               88 FS-BECAS-OK       VALUE '00'.
           05 FS-ABANDONOS PIC XX.
               88 FS-ABANDONOS-OK   VALUE '00'.
           05 FS-INFORME PIC XX.
               88 FS-INFORME-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-MINIMO-ALUMNOS    PIC 999.
           05 FILLER               PIC X(73).

       01 W-REGLA-LOOKUP.
           05 W-RG-REGLA        PIC X(16).
           05 W-RG-VALOR        PIC 9(5)V99.
           05 W-RG-ENCONTRADO   PIC X.
               88 W-RG-OK            VALUE 'S'.
           05 W-RG-VALOR-ED     PIC ZZZZ9,99.

       01 WS-FICHEROS-OPCIONALES.
           05 WS-FALTAS-FLAG       PIC X VALUE 'N'.
               88 HAY-FALTAS            VALUE 'S'.
           05 WS-BECAS-FLAG        PIC X VALUE 'N'.
               88 HAY-BECAS             VALUE 'S'.
           05 WS-ABANDONOS-FLAG    PIC X VALUE 'N'.
               88 HAY-ABANDONOS         VALUE 'S'.

       01 C-CONTADORES.
           05 C-ALUMNOS-LEIDOS    PIC 9(7) VALUE 0.
           05 C-SIN-DISTRITO      PIC 9(7) VALUE 0.
           05 C-CONTACTOS-LEIDOS  PIC 9(7) VALUE 0.
           05 C-CONTACTOS-DESORD  PIC 9(7) VALUE 0.
           05 C-FALTAS-LEIDAS     PIC 9(7) VALUE 0.
           05 C-BECAS-LEIDAS      PIC 9(7) VALUE 0.
           05 C-ABANDONOS-LEIDOS  PIC 9(7) VALUE 0.
           05 C-SUPRIMIDOS        PIC 9(3) VALUE 0.

      *    DISTRITOS EN EL ORDEN DE LA REFERENCIA; LA ENTRADA 1 ES
      *    'SIN DISTRITO' Y SE IMPRIME LA ULTIMA
       01 T-DISTRITOS.
           05 C-DISTRITOS         PIC 999 VALUE 0.
           05 T-DI-ENTRADA OCCURS 100.
               10 T-DI-DISTRITO     PIC X(4).
               10 T-DI-NOMBRE       PIC X(20).
               10 T-DI-CIFRAS.
                   15 T-DI-ALUMNOS      PIC 9(6).
                   15 T-DI-CON-MEDIA    PIC 9(6).
                   15 T-DI-SUMA-MEDIAS  PIC 9(7)V99.
                   15 T-DI-NOTAS        PIC 9(7).
                   15 T-DI-SUSPENSOS    PIC 9(7).
                   15 T-DI-NP           PIC 9(7).
                   15 T-DI-HORAS        PIC 9(8).
                   15 T-DI-BECAS        PIC 9(6).
                   15 T-DI-ABANDONOS    PIC 9(6).

       01 T-CODIGOS-POSTALES.
           05 C-CODIGOS-POSTALES  PIC 9(4) VALUE 0.
           05 T-CP-ENTRADA OCCURS 2000.
               10 T-CP-CODIGO       PIC X(5).
               10 T-CP-DISTRITO     PIC 999.

      *    TABLA DE LONGITUD VARIABLE: SEARCH ALL SOLO DEBE VER LAS
      *    ENTRADAS REALES, EN EL ORDEN POR NIF DEL MAESTRO DE CONTACTO
       01 T-ALUMNOS-DISTRITO.
           05 C-ALUMNOS-DISTRITO  PIC 9(5) VALUE 0.
           05 T-AD-ENTRADA OCCURS 1 TO 20000
               DEPENDING ON C-ALUMNOS-DISTRITO
               ASCENDING KEY IS T-AD-NIF
               INDEXED BY IDX-AD.
               10 T-AD-NIF          PIC X(9).
               10 T-AD-DISTRITO     PIC 999.

      *    LAS MISMAS CIFRAS POR ETAPA DEL CURSO (ORDEN EN EL FICHERO
      *    DE ETAPAS; LA 21 RECOGE LOS CURSOS SIN ETAPA)
       01 T-ETAPAS.
           05 T-EC-ENTRADA OCCURS 21.
               10 T-EC-CIFRAS.
                   15 T-EC-ALUMNOS      PIC 9(6).
                   15 T-EC-CON-MEDIA    PIC 9(6).
                   15 T-EC-SUMA-MEDIAS  PIC 9(7)V99.
                   15 T-EC-NOTAS        PIC 9(7).
                   15 T-EC-SUSPENSOS    PIC 9(7).
                   15 T-EC-NP           PIC 9(7).
                   15 T-EC-HORAS        PIC 9(8).
                   15 T-EC-BECAS        PIC 9(6).
                   15 T-EC-ABANDONOS    PIC 9(6).

      *    ETAPA DE CADA ALUMNO DEL CONSOLIDADO, PARA LLEVAR A SU ETAPA
      *    LAS FALTAS Y LAS BECAS, QUE SOLO TRAEN EL NIF
       01 T-ALUMNOS-ETAPA.
           05 C-ALUMNOS-ETAPA     PIC 9(5) VALUE 0.
           05 T-AE-ENTRADA OCCURS 1 TO 20000
               DEPENDING ON C-ALUMNOS-ETAPA
               ASCENDING KEY IS T-AE-NIF
               INDEXED BY IDX-AE.
               10 T-AE-NIF          PIC X(9).
               10 T-AE-ETAPA        PIC 99.

       01 WS-IDX                  PIC 9(4).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-IDX-DIST             PIC 999.
       01 WS-IDX-CIFRA            PIC 9.
       01 WS-NIF-BUSCA            PIC X(9).
       01 WS-NIF-ANTERIOR         PIC X(9).
       01 WS-ANO-ABANDONO         PIC 9(4).

       01 W-NOTAS-ALUMNO.
           05 W-NA-ASIG           PIC 9.
           05 W-NA-SUMA           PIC 9(3)V9.
           05 W-NA-PRESENTADAS    PIC 9.
           05 W-NA-MEDIA          PIC 99V99.

      *    MISMO FORMATO QUE T-DI-CIFRAS: LAS TASAS SE CALCULAN SOBRE
      *    ESTA COPIA, TANTO PARA UN DISTRITO COMO PARA EL SISTEMA
       01 W-FIGURAS.
           05 W-FI-ALUMNOS        PIC 9(6).
           05 W-FI-CON-MEDIA      PIC 9(6).
           05 W-FI-SUMA-MEDIAS    PIC 9(7)V99.
           05 W-FI-NOTAS          PIC 9(7).
           05 W-FI-SUSPENSOS      PIC 9(7).
           05 W-FI-NP             PIC 9(7).
           05 W-FI-HORAS          PIC 9(8).
           05 W-FI-BECAS          PIC 9(6).
           05 W-FI-ABANDONOS      PIC 9(6).

       01 W-SISTEMA.
           05 W-SI-ALUMNOS        PIC 9(6).
           05 W-SI-CON-MEDIA      PIC 9(6).
           05 W-SI-SUMA-MEDIAS    PIC 9(7)V99.
           05 W-SI-NOTAS          PIC 9(7).
           05 W-SI-SUSPENSOS      PIC 9(7).
           05 W-SI-NP             PIC 9(7).
           05 W-SI-HORAS          PIC 9(8).
           05 W-SI-BECAS          PIC 9(6).
           05 W-SI-ABANDONOS      PIC 9(6).

      *    1 MEDIA, 2 % SUSPENSOS, 3 % NO PRESENTADOS, 4 HORAS SIN
      *    JUSTIFICAR POR ALUMNO, 5 % BECADOS, 6 % ABANDONO
       01 W-TASAS.
           05 W-TASA OCCURS 6     PIC S9(5)V99.
       01 W-TASAS-SISTEMA.
           05 W-TASA-SISTEMA OCCURS 6 PIC S9(5)V99.

       01 LINEA-INF-CABECERA.
           05 FILLER      PIC X(48) VALUE
               'RESULTADOS POR DISTRITO DE RESIDENCIA - ANO:    '.
           05 LIC-ANO     PIC 9(4).
           05 FILLER      PIC X(30) VALUE
               '   SE SUPRIMEN LOS DISTRITOS D'.
           05 FILLER      PIC X(12) VALUE 'E MENOS DE  '.
           05 LIC-MINIMO  PIC ZZ9.
           05 FILLER      PIC X(8)  VALUE ' ALUMNOS'.
           05 FILLER      PIC X(27) VALUE SPACES.

       01 LINEA-INF-COLUMNAS-1.
           05 FILLER  PIC X(33) VALUE SPACES.
           05 FILLER  PIC X(15) VALUE '     MEDIA     '.
           05 FILLER  PIC X(15) VALUE '  % SUSPENSOS  '.
           05 FILLER  PIC X(15) VALUE '  % NO PRESENT.'.
           05 FILLER  PIC X(15) VALUE ' HORAS ABS/ALUM'.
           05 FILLER  PIC X(15) VALUE '   % BECADOS   '.
           05 FILLER  PIC X(15) VALUE '   % ABANDONO  '.
           05 FILLER  PIC X(9)  VALUE SPACES.

       01 LINEA-INF-COLUMNAS-2.
           05 FILLER  PIC X(33) VALUE
               'DIST NOMBRE DEL DISTRITO  ALUMNOS'.
           05 LC2-COLUMNA OCCURS 6.
               10 FILLER  PIC X(15) VALUE '  VALOR S/MEDIA'.
           05 FILLER  PIC X(9)  VALUE SPACES.

       01 LINEA-INF-DISTRITO.
           05 LID-DISTRITO  PIC X(4).
           05 FILLER        PIC X     VALUE SPACE.
           05 LID-NOMBRE    PIC X(20).
           05 FILLER        PIC X     VALUE SPACE.
           05 LID-ALUMNOS   PIC ZZZZZZ9.
           05 LID-CIFRA OCCURS 6.
               10 FILLER        PIC X     VALUE SPACE.
               10 LID-VALOR     PIC ZZ9,99.
               10 FILLER        PIC X     VALUE SPACE.
               10 LID-DIFER     PIC +ZZ9,99.
           05 FILLER        PIC X(9)  VALUE SPACES.

       01 LINEA-INF-ETAPAS.
           05 FILLER      PIC X(51) VALUE
               'RESULTADOS POR ETAPA EDUCATIVA DEL CURSO DEL ALUMNO'.
           05 FILLER      PIC X(81) VALUE SPACES.

       01 LINEA-INF-COLUMNAS-ETAPA.
           05 FILLER  PIC X(33) VALUE
               'ETA  NOMBRE DE LA ETAPA   ALUMNOS'.
           05 LCE-COLUMNA OCCURS 6.
               10 FILLER  PIC X(15) VALUE '  VALOR S/MEDIA'.
           05 FILLER  PIC X(9)  VALUE SPACES.

       01 LINEA-INF-SUPRIMIDO.
           05 LIS-DISTRITO  PIC X(4).
           05 FILLER        PIC X     VALUE SPACE.
           05 LIS-NOMBRE    PIC X(20).
           05 FILLER        PIC X(30) VALUE
               '  SUPRIMIDO: MENOS DE MINIMO  '.
           05 FILLER        PIC X(77) VALUE SPACES.

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
           PERFORM 2000-ACUMULAR-ALUMNOS
           IF HAY-FALTAS THEN
             PERFORM 2200-ACUMULAR-FALTAS
           END-IF
           IF HAY-BECAS THEN
             PERFORM 2300-ACUMULAR-BECAS
           END-IF
           IF HAY-ABANDONOS THEN
             PERFORM 2400-ACUMULAR-ABANDONOS
           END-IF
           PERFORM 3000-IMPRIMIR-INFORME
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-ANO-ACADEMICO NOT NUMERIC THEN
               MOVE 0 TO WS-ANO-ACADEMICO
           END-IF
           IF WS-MINIMO-ALUMNOS NOT NUMERIC
               OR WS-MINIMO-ALUMNOS = ZERO THEN
               MOVE 10 TO WS-MINIMO-ALUMNOS
           END-IF
           PERFORM 1050-REGLAS-DEL-ANO
           DISPLAY 'MINIMO DE ALUMNOS POR DISTRITO: ' WS-MINIMO-ALUMNOS
           PERFORM 1100-ABRIR-FICHEROS
           PERFORM 1200-CARGAR-DISTRITOS
           PERFORM 1300-CARGAR-CONTACTOS
           INITIALIZE T-ETAPAS
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1050-REGLAS-DEL-ANO.
      *    SIN ANO EN SYSIN RIGEN LAS REGLAS VIGENTES HOY
           CALL "MODREGLA" USING 'O' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE WS-ANO-ACADEMICO TO W-RG-REGLA
           CALL "MODREGLA" USING 'A' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           MOVE 'EQUIDAD-MIN-ALUM' TO W-RG-REGLA
           CALL "MODREGLA" USING 'L' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           IF W-RG-OK AND W-RG-VALOR > 0 THEN
               MOVE W-RG-VALOR TO WS-MINIMO-ALUMNOS
               MOVE W-RG-VALOR TO W-RG-VALOR-ED
               DISPLAY 'REGLA ' W-RG-REGLA ' DEL ANO ' WS-ANO-ACADEMICO
                   ': ' W-RG-VALOR-ED
           ELSE
               DISPLAY '*CCPRACB6*SIN*REGLA* ' W-RG-REGLA
                   ' SE APLICA SYSIN O EL VALOR DE SIEMPRE'
           END-IF
           CALL "MODREGLA" USING 'C' W-RG-REGLA W-RG-VALOR
                                  W-RG-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-ALUMNOS
           IF NOT FS-ALUMNOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO ALUMNOS'
               DISPLAY FS-ALUMNOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO CONTACTO'
               DISPLAY FS-CONTACTOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-DISTRITOS
           IF NOT FS-DISTRITOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO DISTRITOS'
               DISPLAY FS-DISTRITOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-FALTAS
           IF FS-FALTAS-OK THEN
               SET HAY-FALTAS TO TRUE
           ELSE
               DISPLAY 'SIN FICHERO DE FALTAS - NO SE MIDE EL '
                   'ABSENTISMO'
           END-IF

           OPEN INPUT F-BECAS
           IF FS-BECAS-OK THEN
               SET HAY-BECAS TO TRUE
           ELSE
               DISPLAY 'SIN REGISTRO DE BECAS - NO SE MIDEN LAS '
                   'BECAS'
           END-IF

           OPEN INPUT F-ABANDONOS
           IF FS-ABANDONOS-OK THEN
               SET HAY-ABANDONOS TO TRUE
           ELSE
               DISPLAY 'SIN EXTRACTO DE ABANDONOS - NO SE MIDE EL '
                   'ABANDONO'
           END-IF

           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1200-CARGAR-DISTRITOS.
           INITIALIZE T-DISTRITOS
           MOVE 1 TO C-DISTRITOS
           MOVE '----'         TO T-DI-DISTRITO (1)
           MOVE 'SIN DISTRITO' TO T-DI-NOMBRE (1)
           READ F-DISTRITOS
           PERFORM UNTIL NOT FS-DISTRITOS-OK
             PERFORM 1210-LOCALIZAR-DISTRITO
             IF WS-IDX-DIST > 1 THEN
               IF C-CODIGOS-POSTALES < 2000 THEN
                 ADD 1 TO C-CODIGOS-POSTALES
                 MOVE DI-CODIGO-POSTAL
                   TO T-CP-CODIGO (C-CODIGOS-POSTALES)
                 MOVE WS-IDX-DIST
                   TO T-CP-DISTRITO (C-CODIGOS-POSTALES)
               ELSE
                 DISPLAY '*CCPRACB6*TABLA*CODIGOS*POSTALES*LLENA* '
                     DI-CODIGO-POSTAL
               END-IF
             END-IF
             READ F-DISTRITOS
           END-PERFORM
           CLOSE F-DISTRITOS
           COMPUTE WS-IDX = C-DISTRITOS - 1
           DISPLAY 'DISTRITOS CARGADOS:   ' WS-IDX
           DISPLAY 'CODIGOS POSTALES:     ' C-CODIGOS-POSTALES
           .
      ******************************************************************
       1210-LOCALIZAR-DISTRITO.
           MOVE 0 TO WS-IDX-DIST
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > C-DISTRITOS OR WS-IDX-DIST > 0
             IF T-DI-DISTRITO (WS-IDX) = DI-DISTRITO THEN
               MOVE WS-IDX TO WS-IDX-DIST
             END-IF
           END-PERFORM
           IF WS-IDX-DIST = 0 THEN
             IF C-DISTRITOS < 100 THEN
               ADD 1 TO C-DISTRITOS
               MOVE DI-DISTRITO TO T-DI-DISTRITO (C-DISTRITOS)
               MOVE DI-NOMBRE   TO T-DI-NOMBRE (C-DISTRITOS)
               MOVE C-DISTRITOS TO WS-IDX-DIST
             ELSE
               DISPLAY '*CCPRACB6*TABLA*DISTRITOS*LLENA* '
                   DI-DISTRITO
             END-IF
           END-IF
           .
      ******************************************************************
       1300-CARGAR-CONTACTOS.
      *    EL MAESTRO VIENE POR NIF; UN NIF FUERA DE ORDEN ROMPERIA LA
      *    BUSQUEDA BINARIA Y SE DEJA FUERA (SU ALUMNO QUEDA SIN
      *    DISTRITO)
           MOVE LOW-VALUES TO WS-NIF-ANTERIOR
           READ F-CONTACTOS
           PERFORM UNTIL NOT FS-CONTACTOS-OK
             ADD 1 TO C-CONTACTOS-LEIDOS
             IF NIF OF REG-CONTACTO NOT > WS-NIF-ANTERIOR THEN
               DISPLAY '*CCPRACB6*CONTACTO*FUERA*DE*ORDEN* '
                   NIF OF REG-CONTACTO
               ADD 1 TO C-CONTACTOS-DESORD
             ELSE
               IF C-ALUMNOS-DISTRITO < 20000 THEN
                 PERFORM 1310-DISTRITO-DEL-CP
                 ADD 1 TO C-ALUMNOS-DISTRITO
                 MOVE NIF OF REG-CONTACTO
                   TO T-AD-NIF (C-ALUMNOS-DISTRITO)
                 MOVE WS-IDX-DIST
                   TO T-AD-DISTRITO (C-ALUMNOS-DISTRITO)
                 MOVE NIF OF REG-CONTACTO TO WS-NIF-ANTERIOR
               ELSE
                 DISPLAY '*CCPRACB6*TABLA*CONTACTOS*LLENA* '
                     NIF OF REG-CONTACTO
               END-IF
             END-IF
             READ F-CONTACTOS
           END-PERFORM
           CLOSE F-CONTACTOS
           .
      ******************************************************************
       1310-DISTRITO-DEL-CP.
           MOVE 1 TO WS-IDX-DIST
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-CODIGOS-POSTALES
                      OR WS-IDX-DIST > 1
             IF T-CP-CODIGO (WS-IDX) = CODIGO-POSTAL OF REG-CONTACTO
                 THEN
               MOVE T-CP-DISTRITO (WS-IDX) TO WS-IDX-DIST
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2000-ACUMULAR-ALUMNOS.
           MOVE LOW-VALUES TO WS-NIF-ANTERIOR
           READ F-ALUMNOS
           PERFORM UNTIL NOT FS-ALUMNOS-OK
             ADD 1 TO C-ALUMNOS-LEIDOS
             MOVE NIF OF REG-ALUMNOS TO WS-NIF-BUSCA
             PERFORM 2050-DISTRITO-DEL-NIF
             IF WS-IDX-DIST = 1 THEN
               ADD 1 TO C-SIN-DISTRITO
             END-IF
             PERFORM 2060-ETAPA-DEL-ALUMNO
             PERFORM 2100-ACUMULAR-NOTAS
             READ F-ALUMNOS
           END-PERFORM
           CLOSE F-ALUMNOS
           .
      ******************************************************************
       2050-DISTRITO-DEL-NIF.
           MOVE 1 TO WS-IDX-DIST
           IF C-ALUMNOS-DISTRITO > 0 THEN
               SEARCH ALL T-AD-ENTRADA
                   AT END CONTINUE
                   WHEN T-AD-NIF (IDX-AD) = WS-NIF-BUSCA
                       MOVE T-AD-DISTRITO (IDX-AD) TO WS-IDX-DIST
               END-SEARCH
           END-IF
           .
      ******************************************************************
       2060-ETAPA-DEL-ALUMNO.
      *    ETAPA DEL CURSO DEL ALUMNO EN SU COLEGIO (21 = SIN ETAPA);
      *    UN NIF FUERA DE ORDEN NO ENTRA EN LA TABLA Y SUS FALTAS Y
      *    BECAS VAN A LA 21
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
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
           IF NIF OF REG-ALUMNOS > WS-NIF-ANTERIOR
               AND C-ALUMNOS-ETAPA < 20000 THEN
             ADD 1 TO C-ALUMNOS-ETAPA
             MOVE NIF OF REG-ALUMNOS TO T-AE-NIF (C-ALUMNOS-ETAPA)
             MOVE WS-IDX-ETAPA      TO T-AE-ETAPA (C-ALUMNOS-ETAPA)
             MOVE NIF OF REG-ALUMNOS TO WS-NIF-ANTERIOR
           END-IF
           .
      ******************************************************************
       2070-ETAPA-DEL-NIF.
           MOVE 21 TO WS-IDX-ETAPA
           IF C-ALUMNOS-ETAPA > 0 THEN
               SEARCH ALL T-AE-ENTRADA
                   AT END CONTINUE
                   WHEN T-AE-NIF (IDX-AE) = WS-NIF-BUSCA
                       MOVE T-AE-ETAPA (IDX-AE) TO WS-IDX-ETAPA
               END-SEARCH
           END-IF
           .
      ******************************************************************
       2100-ACUMULAR-NOTAS.
      *    NOTA 0 ES NO PRESENTADO; LA MEDIA DEL ALUMNO ES LA DE SUS
      *    NOTAS PRESENTADAS
           ADD 1 TO T-DI-ALUMNOS (WS-IDX-DIST)
           ADD 1 TO T-EC-ALUMNOS (WS-IDX-ETAPA)
           MOVE 0 TO W-NA-SUMA
           MOVE 0 TO W-NA-PRESENTADAS
           PERFORM VARYING W-NA-ASIG FROM 1 BY 1 UNTIL W-NA-ASIG > 6
             IF NOTA OF REG-ALUMNOS (W-NA-ASIG) > 0 THEN
               ADD NOTA OF REG-ALUMNOS (W-NA-ASIG) TO W-NA-SUMA
               ADD 1 TO W-NA-PRESENTADAS
               ADD 1 TO T-DI-NOTAS (WS-IDX-DIST)
               ADD 1 TO T-EC-NOTAS (WS-IDX-ETAPA)
               IF NOTA OF REG-ALUMNOS (W-NA-ASIG) < 5 THEN
                 ADD 1 TO T-DI-SUSPENSOS (WS-IDX-DIST)
                 ADD 1 TO T-EC-SUSPENSOS (WS-IDX-ETAPA)
               END-IF
             ELSE
               ADD 1 TO T-DI-NP (WS-IDX-DIST)
               ADD 1 TO T-EC-NP (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           IF W-NA-PRESENTADAS > 0 THEN
             DIVIDE W-NA-PRESENTADAS INTO W-NA-SUMA
                 GIVING W-NA-MEDIA ROUNDED
             ADD W-NA-MEDIA TO T-DI-SUMA-MEDIAS (WS-IDX-DIST)
             ADD 1 TO T-DI-CON-MEDIA (WS-IDX-DIST)
             ADD W-NA-MEDIA TO T-EC-SUMA-MEDIAS (WS-IDX-ETAPA)
             ADD 1 TO T-EC-CON-MEDIA (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       2200-ACUMULAR-FALTAS.
           READ F-FALTAS
           PERFORM UNTIL NOT FS-FALTAS-OK
             ADD 1 TO C-FALTAS-LEIDAS
             IF FALTA-NO-JUSTIFICADA
                 AND (WS-ANO-ACADEMICO = ZERO
                   OR ANO-ACADEMICO OF REG-FALTAS
                      = WS-ANO-ACADEMICO) THEN
               MOVE NIF OF REG-FALTAS TO WS-NIF-BUSCA
               PERFORM 2050-DISTRITO-DEL-NIF
               ADD HORAS-FALTA OF REG-FALTAS
                 TO T-DI-HORAS (WS-IDX-DIST)
               PERFORM 2070-ETAPA-DEL-NIF
               ADD HORAS-FALTA OF REG-FALTAS
                 TO T-EC-HORAS (WS-IDX-ETAPA)
             END-IF
             READ F-FALTAS
           END-PERFORM
           CLOSE F-FALTAS
           .
      ******************************************************************
       2300-ACUMULAR-BECAS.
           READ F-BECAS
           PERFORM UNTIL NOT FS-BECAS-OK
             ADD 1 TO C-BECAS-LEIDAS
             IF (BECA-CONCEDIDA OR BECA-RENOVADA)
                 AND (WS-ANO-ACADEMICO = ZERO
                   OR ANO-ACADEMICO OF REG-BECA
                      = WS-ANO-ACADEMICO) THEN
               MOVE NIF OF REG-BECA TO WS-NIF-BUSCA
               PERFORM 2050-DISTRITO-DEL-NIF
               ADD 1 TO T-DI-BECAS (WS-IDX-DIST)
               PERFORM 2070-ETAPA-DEL-NIF
               ADD 1 TO T-EC-BECAS (WS-IDX-ETAPA)
             END-IF
             READ F-BECAS
           END-PERFORM
           CLOSE F-BECAS
           .
      ******************************************************************
       2400-ACUMULAR-ABANDONOS.
      *    EL ABANDONO DE ESTE ANO ES EL DEL ALUMNO QUE ESTUVO
      *    MATRICULADO EL ANO ANTERIOR Y YA NO VOLVIO
           IF WS-ANO-ACADEMICO > 0 THEN
               COMPUTE WS-ANO-ABANDONO = WS-ANO-ACADEMICO - 1
           ELSE
               MOVE 0 TO WS-ANO-ABANDONO
           END-IF
           READ F-ABANDONOS
           PERFORM UNTIL NOT FS-ABANDONOS-OK
             ADD 1 TO C-ABANDONOS-LEIDOS
             IF WS-ANO-ABANDONO = ZERO
                 OR BA-ANO = WS-ANO-ABANDONO THEN
               MOVE BA-NIF TO WS-NIF-BUSCA
               PERFORM 2050-DISTRITO-DEL-NIF
               ADD 1 TO T-DI-ABANDONOS (WS-IDX-DIST)
               PERFORM 2410-ETAPA-DEL-ABANDONO
               ADD 1 TO T-EC-ABANDONOS (WS-IDX-ETAPA)
             END-IF
             READ F-ABANDONOS
           END-PERFORM
           CLOSE F-ABANDONOS
           .
      ******************************************************************
       2410-ETAPA-DEL-ABANDONO.
      *    EL QUE ABANDONA YA NO ESTA EN EL CONSOLIDADO: SU ETAPA ES LA
      *    DEL CURSO EN QUE ESTUVO (21 = SIN ETAPA)
           MOVE BA-COLEGIO TO W-ET-COLEGIO
           MOVE BA-CURSO TO W-ET-CURSO
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
       3000-IMPRIMIR-INFORME.
           PERFORM 3050-SUMAR-SISTEMA
           MOVE W-SISTEMA TO W-FIGURAS
           PERFORM 3900-CALCULAR-TASAS
           MOVE W-TASAS TO W-TASAS-SISTEMA

           MOVE WS-ANO-ACADEMICO  TO LIC-ANO
           MOVE WS-MINIMO-ALUMNOS TO LIC-MINIMO
           WRITE LINEA-INFORME FROM LINEA-INF-CABECERA
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-INF-COLUMNAS-1
           WRITE LINEA-INFORME FROM LINEA-INF-COLUMNAS-2

           MOVE 'SIST'              TO LID-DISTRITO
           MOVE 'MEDIA DEL SISTEMA' TO LID-NOMBRE
           MOVE W-SI-ALUMNOS        TO LID-ALUMNOS
           PERFORM VARYING WS-IDX-CIFRA FROM 1 BY 1
                   UNTIL WS-IDX-CIFRA > 6
             MOVE W-TASA (WS-IDX-CIFRA) TO LID-VALOR (WS-IDX-CIFRA)
             MOVE 0 TO LID-DIFER (WS-IDX-CIFRA)
           END-PERFORM
           WRITE LINEA-INFORME FROM LINEA-INF-DISTRITO
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME

           PERFORM VARYING WS-IDX-DIST FROM 2 BY 1
                   UNTIL WS-IDX-DIST > C-DISTRITOS
             PERFORM 3100-IMPRIMIR-DISTRITO
           END-PERFORM
      *    'SIN DISTRITO' SOLO SI ALGO HA CAIDO EN EL
           MOVE 1 TO WS-IDX-DIST
           IF T-DI-CIFRAS (1) NOT = ZEROS THEN
             PERFORM 3100-IMPRIMIR-DISTRITO
           END-IF
           PERFORM 3200-IMPRIMIR-ETAPAS
           .
      ******************************************************************
       3050-SUMAR-SISTEMA.
           INITIALIZE W-SISTEMA
           PERFORM VARYING WS-IDX-DIST FROM 1 BY 1
                   UNTIL WS-IDX-DIST > C-DISTRITOS
             ADD T-DI-ALUMNOS (WS-IDX-DIST)     TO W-SI-ALUMNOS
             ADD T-DI-CON-MEDIA (WS-IDX-DIST)   TO W-SI-CON-MEDIA
             ADD T-DI-SUMA-MEDIAS (WS-IDX-DIST) TO W-SI-SUMA-MEDIAS
             ADD T-DI-NOTAS (WS-IDX-DIST)       TO W-SI-NOTAS
             ADD T-DI-SUSPENSOS (WS-IDX-DIST)   TO W-SI-SUSPENSOS
             ADD T-DI-NP (WS-IDX-DIST)          TO W-SI-NP
             ADD T-DI-HORAS (WS-IDX-DIST)       TO W-SI-HORAS
             ADD T-DI-BECAS (WS-IDX-DIST)       TO W-SI-BECAS
             ADD T-DI-ABANDONOS (WS-IDX-DIST)   TO W-SI-ABANDONOS
           END-PERFORM
           .
      ******************************************************************
       3100-IMPRIMIR-DISTRITO.
           IF T-DI-ALUMNOS (WS-IDX-DIST) < WS-MINIMO-ALUMNOS THEN
             MOVE T-DI-DISTRITO (WS-IDX-DIST) TO LIS-DISTRITO
             MOVE T-DI-NOMBRE (WS-IDX-DIST)   TO LIS-NOMBRE
             WRITE LINEA-INFORME FROM LINEA-INF-SUPRIMIDO
             ADD 1 TO C-SUPRIMIDOS
           ELSE
             MOVE T-DI-CIFRAS (WS-IDX-DIST) TO W-FIGURAS
             PERFORM 3900-CALCULAR-TASAS
             MOVE T-DI-DISTRITO (WS-IDX-DIST) TO LID-DISTRITO
             MOVE T-DI-NOMBRE (WS-IDX-DIST)   TO LID-NOMBRE
             MOVE T-DI-ALUMNOS (WS-IDX-DIST)  TO LID-ALUMNOS
             PERFORM VARYING WS-IDX-CIFRA FROM 1 BY 1
                     UNTIL WS-IDX-CIFRA > 6
               MOVE W-TASA (WS-IDX-CIFRA) TO LID-VALOR (WS-IDX-CIFRA)
               COMPUTE LID-DIFER (WS-IDX-CIFRA) =
                   W-TASA (WS-IDX-CIFRA)
                   - W-TASA-SISTEMA (WS-IDX-CIFRA)
               END-COMPUTE
             END-PERFORM
             WRITE LINEA-INFORME FROM LINEA-INF-DISTRITO
           END-IF
           .
      ******************************************************************
       3200-IMPRIMIR-ETAPAS.
      *    MISMAS CIFRAS Y MISMA DIFERENCIA CON LA MEDIA DEL SISTEMA,
      *    CON EL MISMO MINIMO DE ALUMNOS PARA NO IDENTIFICAR A NADIE
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-INF-ETAPAS
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-INF-COLUMNAS-1
           WRITE LINEA-INFORME FROM LINEA-INF-COLUMNAS-ETAPA
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-EC-CIFRAS (WS-IDX-ETAPA) NOT = ZEROS THEN
               PERFORM 3250-IMPRIMIR-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3250-IMPRIMIR-ETAPA.
           IF WS-IDX-ETAPA = 21 THEN
             MOVE SPACES      TO W-ET-ETAPA
             MOVE 'SIN ETAPA' TO W-ET-NOMBRE
           ELSE
             MOVE WS-IDX-ETAPA TO W-ET-ORDEN
             CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE
                                    W-ET-ORDEN W-ET-ULTIMO
                                    W-ET-SIGUIENTE W-ET-CURSO-SIG
                                    W-ET-TITULA W-ET-ENCONTRADO
             END-CALL
           END-IF
           IF T-EC-ALUMNOS (WS-IDX-ETAPA) < WS-MINIMO-ALUMNOS THEN
             MOVE W-ET-ETAPA  TO LIS-DISTRITO
             MOVE W-ET-NOMBRE TO LIS-NOMBRE
             WRITE LINEA-INFORME FROM LINEA-INF-SUPRIMIDO
           ELSE
             MOVE T-EC-CIFRAS (WS-IDX-ETAPA) TO W-FIGURAS
             PERFORM 3900-CALCULAR-TASAS
             MOVE W-ET-ETAPA  TO LID-DISTRITO
             MOVE W-ET-NOMBRE TO LID-NOMBRE
             MOVE T-EC-ALUMNOS (WS-IDX-ETAPA) TO LID-ALUMNOS
             PERFORM VARYING WS-IDX-CIFRA FROM 1 BY 1
                     UNTIL WS-IDX-CIFRA > 6
               MOVE W-TASA (WS-IDX-CIFRA) TO LID-VALOR (WS-IDX-CIFRA)
               COMPUTE LID-DIFER (WS-IDX-CIFRA) =
                   W-TASA (WS-IDX-CIFRA)
                   - W-TASA-SISTEMA (WS-IDX-CIFRA)
               END-COMPUTE
             END-PERFORM
             WRITE LINEA-INFORME FROM LINEA-INF-DISTRITO
           END-IF
           .
      ******************************************************************
       3900-CALCULAR-TASAS.
           INITIALIZE W-TASAS
           IF W-FI-CON-MEDIA > 0 THEN
             COMPUTE W-TASA (1) ROUNDED =
                 W-FI-SUMA-MEDIAS / W-FI-CON-MEDIA
             END-COMPUTE
           END-IF
           IF W-FI-NOTAS > 0 THEN
             COMPUTE W-TASA (2) ROUNDED =
                 W-FI-SUSPENSOS * 100 / W-FI-NOTAS
             END-COMPUTE
           END-IF
           IF W-FI-ALUMNOS > 0 THEN
             COMPUTE W-TASA (3) ROUNDED =
                 W-FI-NP * 100 / (W-FI-ALUMNOS * 6)
             END-COMPUTE
             COMPUTE W-TASA (4) ROUNDED =
                 W-FI-HORAS / W-FI-ALUMNOS
             END-COMPUTE
             COMPUTE W-TASA (5) ROUNDED =
                 W-FI-BECAS * 100 / W-FI-ALUMNOS
             END-COMPUTE
           END-IF
           IF W-FI-ALUMNOS + W-FI-ABANDONOS > 0 THEN
             COMPUTE W-TASA (6) ROUNDED =
                 W-FI-ABANDONOS * 100
                 / (W-FI-ALUMNOS + W-FI-ABANDONOS)
             END-COMPUTE
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:       ' C-ALUMNOS-LEIDOS
           DISPLAY 'ALUMNOS SIN DISTRITO: ' C-SIN-DISTRITO
           DISPLAY 'CONTACTOS LEIDOS:     ' C-CONTACTOS-LEIDOS
           DISPLAY 'CONTACTOS DESORDEN:   ' C-CONTACTOS-DESORD
           DISPLAY 'FALTAS LEIDAS:        ' C-FALTAS-LEIDAS
           DISPLAY 'BECAS LEIDAS:         ' C-BECAS-LEIDAS
           DISPLAY 'ABANDONOS LEIDOS:     ' C-ABANDONOS-LEIDOS
           DISPLAY 'DISTRITOS SUPRIMIDOS: ' C-SUPRIMIDOS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-INFORME
           MOVE C-ALUMNOS-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB6' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
