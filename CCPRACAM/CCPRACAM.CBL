       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAM.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PASADA DIARIA DE COCINAS DEL COMEDOR. CRUZA    *
      *                 POR NIF LOS ALUMNOS CON COMEDOR VIGENTE EN     *
      *                 RSERVICI (LOS UNICOS QUE CUENTAN, ASI LAS      *
      *                 ALTAS Y BAJAS DE CCPRAC9K ENTRAN AL DIA        *
      *                 SIGUIENTE) CON EL REGISTRO DE DIETAS Y         *
      *                 ALERGIAS RDIETAS DE CCPRACAL Y CON EL MAESTRO  *
      *                 RALUMN02 PARA EL NOMBRE. CON UN SORT INTERNO   *
      *                 POR COLEGIO+TURNO+NIF EMITE, PARA CADA         *
      *                 COLEGIO, LA LISTA NOMINAL DE ALUMNOS CON       *
      *                 ALERGIAS (ALERGENOS, DIETAS Y OBSERVACIONES)   *
      *                 Y EL NUMERO DE MENUS POR TIPO DE DIETA (CADA   *
      *                 COMBINACION DE DIETA MEDICA Y RELIGIOSA ES UN  *
      *                 MENU DISTINTO; SIN NINGUNA, EL ORDINARIO).     *
      *                 EL ALUMNO CON ALERGIA REGISTRADA Y SIN DIETA   *
      *                 MEDICA ASIGNADA SE MARCA EN LA LISTA Y SALE EN *
      *                 EL FICHERO DE EXCEPCIONES. EL LISTADO LLEVA    *
      *                 DATOS DE SALUD: SOLO PARA LAS COCINAS.         *
      *                 CADA COLEGIO CIERRA CON SUS MENUS Y ALERGICOS  *
      *                 POR ETAPA EDUCATIVA DEL CURSO DEL COMENSAL     *
      *                 (MODETAPA POR COLEGIO+CURSO), PARA LAS         *
      *                 RACIONES.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SERVICIOS ASSIGN SERVICIO
               FILE STATUS IS FS-SERVICIOS.

           SELECT F-DIETAS ASSIGN DIETAS
               FILE STATUS IS FS-DIETAS.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-EXCEPCIONES ASSIGN EXCEPCIO
               FILE STATUS IS FS-EXCEPCIONES.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-SERVICIOS
           RECORDING MODE IS F.
           COPY RSERVICI.

       FD F-DIETAS
           RECORDING MODE IS F.
           COPY RDIETAS.

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       FD F-EXCEPCIONES
           RECORDING MODE IS F
           DATA RECORD LINEA-EXCEPCION.
       01 LINEA-EXCEPCION          PIC X(80).

       SD F-SORT
           DATA RECORD REG-COCINA.
       01 REG-COCINA.
           05 CO-COLEGIO           PIC 99.
           05 CO-RUTA              PIC X(4).
           05 CO-NIF               PIC X(9).
           05 CO-NOMBRE            PIC X(15).
           05 CO-APELLIDOS         PIC X(30).
           05 CO-ALERGENOS.
               88 CO-SIN-ALERGIAS           VALUE SPACES.
               10 CO-ALERGENO      PIC XX OCCURS 6.
           05 CO-DIETA-MEDICA      PIC X.
               88 CO-SIN-DIETA-MEDICA       VALUE SPACE.
           05 CO-DIETA-RELIGIOSA   PIC X.
           05 CO-OBSERVACIONES     PIC X(30).
           05 CO-CURSO             PIC 9.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-SERVICIOS PIC XX.
               88 FS-SERVICIOS-OK   VALUE '00'.
               88 FS-SERVICIOS-EOF  VALUE '10'.
           05 FS-DIETAS PIC XX.
               88 FS-DIETAS-OK      VALUE '00'.
               88 FS-DIETAS-EOF     VALUE '10'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.
           05 FS-EXCEPCIONES PIC XX.
               88 FS-EXCEPCIONES-OK VALUE '00'.

       01 C-CONTADORES.
           05 C-INSCRITOS         PIC 9(5) VALUE 0.
           05 C-COMEDOR           PIC 9(5) VALUE 0.
           05 C-CON-DIETA         PIC 9(5) VALUE 0.
           05 C-ALERGICOS         PIC 9(5) VALUE 0.
           05 C-EXCEPCIONES       PIC 9(5) VALUE 0.
           05 C-SIN-MAESTRO       PIC 9(5) VALUE 0.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

      *    CATALOGO DE DIETAS DE RDIETAS, EN EL ORDEN DEL RESUMEN
       01 T-DIETAS-MEDICAS.
           05 FILLER  PIC X(14) VALUE ' NINGUNA      '.
           05 FILLER  PIC X(14) VALUE 'CCELIACA      '.
           05 FILLER  PIC X(14) VALUE 'LSIN LACTOSA  '.
           05 FILLER  PIC X(14) VALUE 'DDIABETICA    '.
           05 FILLER  PIC X(14) VALUE 'BBLANDA       '.
           05 FILLER  PIC X(14) VALUE 'TTRITURADA    '.
           05 FILLER  PIC X(14) VALUE 'ASIN ALERGENOS'.
       01 T-DIETAS-MEDICAS-R REDEFINES T-DIETAS-MEDICAS.
           05 T-DM-ENTRADA OCCURS 7.
               10 T-DM-CODIGO      PIC X.
               10 T-DM-NOMBRE      PIC X(13).

       01 T-DIETAS-RELIGIOSAS.
           05 FILLER  PIC X(14) VALUE ' NINGUNA      '.
           05 FILLER  PIC X(14) VALUE 'HHALAL        '.
           05 FILLER  PIC X(14) VALUE 'KKOSHER       '.
           05 FILLER  PIC X(14) VALUE 'VVEGETARIANA  '.
           05 FILLER  PIC X(14) VALUE 'PSIN CERDO    '.
       01 T-DIETAS-RELIGIOSAS-R REDEFINES T-DIETAS-RELIGIOSAS.
           05 T-DR-ENTRADA OCCURS 5.
               10 T-DR-CODIGO      PIC X.
               10 T-DR-NOMBRE      PIC X(13).

      *    MENUS DEL COLEGIO EN CURSO POR DIETA MEDICA Y RELIGIOSA
       01 T-MENUS.
           05 T-ME-MEDICA OCCURS 7.
               10 T-ME-CUENTA OCCURS 5 PIC 9(5).

       01 WS-IDX               PIC 9.
       01 WS-IDX-MEDICA        PIC 9.
       01 WS-IDX-RELIGIOSA     PIC 9.
       01 WS-COLEGIO-ABIERTO   PIC 99.
       01 WS-HAY-COLEGIO       PIC X VALUE 'N'.
       01 WS-NOMBRE-ALUMNO     PIC X(15).
       01 WS-APELLIDOS-ALUMNO  PIC X(30).
       01 WS-CURSO-ALUMNO      PIC 9.

       01 C-COLEGIO.
           05 C-CO-MENUS          PIC 9(5).
           05 C-CO-ALERGICOS      PIC 9(5).
           05 C-CO-EXCEPCIONES    PIC 9(5).

       01 W-ALERGENOS-EDIT.
           05 W-AE-ENTRADA OCCURS 6.
               10 W-AE-CODIGO      PIC XX.
               10 FILLER           PIC X VALUE SPACE.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-COC-CABECERA.
           05 FILLER  PIC X(30) VALUE 'COCINA DEL COMEDOR - COLEGIO: '.
           05 LCC-COLEGIO   PIC Z9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCC-NOMBRE    PIC X(15).
           05 FILLER        PIC X(9)  VALUE '  FECHA: '.
           05 LCC-FECHA     PIC X(8).
           05 FILLER        PIC X(67) VALUE SPACES.

       01 LINEA-COC-ALERGIAS.
           05 FILLER  PIC X(20) VALUE 'ALUMNOS CON ALERGIAS'.
           05 FILLER  PIC X(112) VALUE SPACES.

       01 LINEA-COC-COLUMNAS.
           05 FILLER  PIC X(7)  VALUE ' TURNO '.
           05 FILLER  PIC X(10) VALUE 'NIF       '.
           05 FILLER  PIC X(16) VALUE 'NOMBRE          '.
           05 FILLER  PIC X(23) VALUE 'APELLIDOS              '.
           05 FILLER  PIC X(18) VALUE 'ALERGENOS         '.
           05 FILLER  PIC X(14) VALUE 'DIETA MEDICA  '.
           05 FILLER  PIC X(14) VALUE 'DIETA RELIG.  '.
           05 FILLER  PIC X(30) VALUE 'OBSERVACIONES'.

       01 LINEA-COC-ALUMNO.
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-RUTA      PIC X(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LCA-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-NOMBRE    PIC X(15).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-APELLIDOS PIC X(22).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-ALERGENOS PIC X(17).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-MEDICA    PIC X(13).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-RELIGIOSA PIC X(13).
           05 FILLER        PIC X     VALUE SPACE.
           05 LCA-OBSERVACIONES PIC X(30).

       01 LINEA-COC-NINGUNO.
           05 FILLER  PIC X(30) VALUE '   NINGUN ALUMNO CON ALERGIAS'.
           05 FILLER  PIC X(102) VALUE SPACES.

       01 LINEA-COC-MENUS.
           05 FILLER  PIC X(23) VALUE 'MENUS POR TIPO DE DIETA'.
           05 FILLER  PIC X(109) VALUE SPACES.

       01 LINEA-COC-DIETA.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(14) VALUE 'DIETA MEDICA: '.
           05 LCD-MEDICA    PIC X(13).
           05 FILLER        PIC X(13) VALUE '  RELIGIOSA: '.
           05 LCD-RELIGIOSA PIC X(13).
           05 FILLER        PIC X(9)  VALUE '  MENUS: '.
           05 LCD-MENUS     PIC ZZZZ9.
           05 FILLER        PIC X(62) VALUE SPACES.

       01 LINEA-COC-TOTAL.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(13) VALUE 'TOTAL MENUS: '.
           05 LCT-MENUS     PIC ZZZZ9.
           05 FILLER        PIC X(17) VALUE '   CON ALERGIAS: '.
           05 LCT-ALERGICOS PIC ZZZZ9.
           05 FILLER        PIC X(22) VALUE '   ALERGIA SIN DIETA: '.
           05 LCT-EXCEPCIONES PIC ZZZZ9.
           05 FILLER        PIC X(62) VALUE SPACES.

       01 LINEA-COC-BLANCO         PIC X(132) VALUE SPACES.

       01 LINEA-EXC-DATOS.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LEX-NIF       PIC X(9).
           05 FILLER        PIC X(10) VALUE '  COLEGIO '.
           05 LEX-COLEGIO   PIC Z9.
           05 FILLER        PIC X(12) VALUE '  ALERGENOS '.
           05 LEX-ALERGENOS PIC X(17).
           05 FILLER        PIC X(18) VALUE '  SIN DIETA MEDICA'.
           05 FILLER        PIC X(7)  VALUE SPACES.

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

      *    MENUS DEL COLEGIO EN CURSO POR ETAPA (ORDEN EN EL FICHERO
      *    DE ETAPAS; LA 21 RECOGE LOS CURSOS SIN ETAPA Y LOS NIF QUE
      *    NO ESTAN EN EL MAESTRO)
       01 T-RESUMEN-ETAPA.
           05 T-RE-TOTALES OCCURS 21.
               10 T-RE-MENUS         PIC 9(5).
               10 T-RE-ALERGICOS     PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(25) VALUE
               'MENUS POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(8)  VALUE '  MENUS:'.
           05 LRE-MENUS     PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  CON ALERGIAS:'.
           05 LRE-ALERGICOS PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY CO-COLEGIO CO-RUTA CO-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CRUZAR-COMEDOR
               OUTPUT PROCEDURE 3000-IMPRIMIR-COCINAS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE WS-FH-AAAAMMDD TO LCC-FECHA

           OPEN INPUT F-SERVICIOS
           IF NOT FS-SERVICIOS-OK THEN
               DISPLAY 'ERROR LEER REGISTRO SERVICIOS'
               DISPLAY FS-SERVICIOS
               PERFORM 5000-END-PROGRAM
           END-IF

      *    SIN REGISTRO DE DIETAS LAS COCINAS NO PUEDEN TRABAJAR CON
      *    UNA LISTA QUE DIGA QUE NADIE ES ALERGICO
           OPEN INPUT F-DIETAS
           IF NOT FS-DIETAS-OK THEN
               DISPLAY 'ERROR LEER REGISTRO DIETAS'
               DISPLAY FS-DIETAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-EXCEPCIONES
           IF NOT FS-EXCEPCIONES-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO EXCEPCIONES'
               DISPLAY FS-EXCEPCIONES
               PERFORM 5000-END-PROGRAM
           END-IF

           MOVE LOW-VALUES TO DI-NIF
           MOVE LOW-VALUES TO NIF OF REG-ALUMNOS-GRAL
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
       2000-CRUZAR-COMEDOR.
           READ F-SERVICIOS
           PERFORM UNTIL FS-SERVICIOS-EOF
             ADD 1 TO C-INSCRITOS
             IF SE-COMEDOR THEN
               ADD 1 TO C-COMEDOR
               PERFORM 2100-BUSCAR-MAESTRO
               PERFORM 2200-BUSCAR-DIETA
               PERFORM 2300-SOLTAR-COMENSAL
             END-IF
             READ F-SERVICIOS
           END-PERFORM
           CLOSE F-SERVICIOS
           CLOSE F-DIETAS
           CLOSE F-MAESTRO
           .
      ******************************************************************
       2100-BUSCAR-MAESTRO.
           PERFORM UNTIL FS-MAESTRO-EOF
                   OR NIF OF REG-ALUMNOS-GRAL >= SE-NIF
             READ F-MAESTRO
             IF NOT FS-MAESTRO-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-ALUMNOS-GRAL
             END-IF
           END-PERFORM
           IF NIF OF REG-ALUMNOS-GRAL = SE-NIF THEN
             MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO WS-NOMBRE-ALUMNO
             MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO WS-APELLIDOS-ALUMNO
             MOVE CURSO OF REG-ALUMNOS-GRAL     TO WS-CURSO-ALUMNO
           ELSE
             ADD 1 TO C-SIN-MAESTRO
             MOVE 'NO EN MAESTRO' TO WS-NOMBRE-ALUMNO
             MOVE SPACES TO WS-APELLIDOS-ALUMNO
             MOVE 0 TO WS-CURSO-ALUMNO
           END-IF
           .
      ******************************************************************
       2200-BUSCAR-DIETA.
           PERFORM UNTIL FS-DIETAS-EOF
                   OR DI-NIF >= SE-NIF
             READ F-DIETAS
             IF NOT FS-DIETAS-OK THEN
               MOVE HIGH-VALUES TO DI-NIF
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2300-SOLTAR-COMENSAL.
           INITIALIZE REG-COCINA
           MOVE SE-COLEGIO          TO CO-COLEGIO
           MOVE SE-RUTA             TO CO-RUTA
           MOVE SE-NIF              TO CO-NIF
           MOVE WS-NOMBRE-ALUMNO    TO CO-NOMBRE
           MOVE WS-APELLIDOS-ALUMNO TO CO-APELLIDOS
           MOVE WS-CURSO-ALUMNO     TO CO-CURSO
           IF DI-NIF = SE-NIF THEN
             ADD 1 TO C-CON-DIETA
             MOVE DI-ALERGENOS       TO CO-ALERGENOS
             MOVE DI-DIETA-MEDICA    TO CO-DIETA-MEDICA
             MOVE DI-DIETA-RELIGIOSA TO CO-DIETA-RELIGIOSA
             MOVE DI-OBSERVACIONES   TO CO-OBSERVACIONES
           END-IF
           RELEASE REG-COCINA
           .
      ******************************************************************
       3000-IMPRIMIR-COCINAS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-COCINA
           PERFORM UNTIL FIN-DE-SORT
             IF WS-HAY-COLEGIO = 'N'
                 OR CO-COLEGIO NOT = WS-COLEGIO-ABIERTO THEN
               IF WS-HAY-COLEGIO = 'S' THEN
                 PERFORM 3500-RESUMEN-COLEGIO
               END-IF
               PERFORM 3200-CABECERA-COLEGIO
             END-IF
             PERFORM 3300-CONTAR-MENU
             IF NOT CO-SIN-ALERGIAS THEN
               PERFORM 3400-LINEA-ALERGICO
             END-IF
             PERFORM 3100-RETURN-COCINA
           END-PERFORM
           IF WS-HAY-COLEGIO = 'S' THEN
             PERFORM 3500-RESUMEN-COLEGIO
           END-IF
           .
      ******************************************************************
       3100-RETURN-COCINA.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-CABECERA-COLEGIO.
           MOVE CO-COLEGIO TO WS-COLEGIO-ABIERTO
           MOVE 'S' TO WS-HAY-COLEGIO
           INITIALIZE T-MENUS
           INITIALIZE C-COLEGIO
           INITIALIZE T-RESUMEN-ETAPA
           MOVE CO-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           MOVE CO-COLEGIO     TO LCC-COLEGIO
           MOVE W-NOMB-COLEGIO TO LCC-NOMBRE
           WRITE LINEA-LISTADO FROM LINEA-COC-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-COC-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-COC-ALERGIAS
           WRITE LINEA-LISTADO FROM LINEA-COC-COLUMNAS
           .
      ******************************************************************
       3300-CONTAR-MENU.
      *    UN CODIGO FUERA DEL CATALOGO (NO DEBERIA, CCPRACAL LOS
      *    VALIDA) CUENTA COMO SIN DIETA
           MOVE 1 TO WS-IDX-MEDICA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
             IF T-DM-CODIGO (WS-IDX) = CO-DIETA-MEDICA THEN
               MOVE WS-IDX TO WS-IDX-MEDICA
             END-IF
           END-PERFORM
           MOVE 1 TO WS-IDX-RELIGIOSA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
             IF T-DR-CODIGO (WS-IDX) = CO-DIETA-RELIGIOSA THEN
               MOVE WS-IDX TO WS-IDX-RELIGIOSA
             END-IF
           END-PERFORM
           ADD 1 TO T-ME-CUENTA (WS-IDX-MEDICA WS-IDX-RELIGIOSA)
           ADD 1 TO C-CO-MENUS
           PERFORM 3350-ETAPA-DEL-COMENSAL
           .
      ******************************************************************
       3350-ETAPA-DEL-COMENSAL.
      *    LAS RACIONES VAN POR ETAPA: CADA MENU SE CUENTA EN LA ETAPA
      *    DEL CURSO DEL COMENSAL (21 = SIN ETAPA)
           MOVE CO-COLEGIO TO W-ET-COLEGIO
           MOVE CO-CURSO TO W-ET-CURSO
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
           ADD 1 TO T-RE-MENUS (WS-IDX-ETAPA)
           IF NOT CO-SIN-ALERGIAS THEN
             ADD 1 TO T-RE-ALERGICOS (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       3400-LINEA-ALERGICO.
           ADD 1 TO C-ALERGICOS
           ADD 1 TO C-CO-ALERGICOS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
             MOVE CO-ALERGENO (WS-IDX) TO W-AE-CODIGO (WS-IDX)
           END-PERFORM
           MOVE CO-RUTA         TO LCA-RUTA
           MOVE CO-NIF          TO LCA-NIF
           MOVE CO-NOMBRE       TO LCA-NOMBRE
           MOVE CO-APELLIDOS    TO LCA-APELLIDOS
           MOVE W-ALERGENOS-EDIT TO LCA-ALERGENOS
           MOVE T-DM-NOMBRE (WS-IDX-MEDICA)    TO LCA-MEDICA
           MOVE T-DR-NOMBRE (WS-IDX-RELIGIOSA) TO LCA-RELIGIOSA
           MOVE CO-OBSERVACIONES TO LCA-OBSERVACIONES
      *    ALERGIA SIN DIETA MEDICA: LA COCINA NO SABE QUE MENU DAR
           IF CO-SIN-DIETA-MEDICA THEN
             MOVE '*SIN DIETA*' TO LCA-MEDICA
             ADD 1 TO C-EXCEPCIONES
             ADD 1 TO C-CO-EXCEPCIONES
             MOVE CO-NIF           TO LEX-NIF
             MOVE CO-COLEGIO       TO LEX-COLEGIO
             MOVE W-ALERGENOS-EDIT TO LEX-ALERGENOS
             WRITE LINEA-EXCEPCION FROM LINEA-EXC-DATOS
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-COC-ALUMNO
           .
      ******************************************************************
       3500-RESUMEN-COLEGIO.
           IF C-CO-ALERGICOS = 0 THEN
             WRITE LINEA-LISTADO FROM LINEA-COC-NINGUNO
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-COC-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-COC-MENUS
           PERFORM VARYING WS-IDX-MEDICA FROM 1 BY 1
                   UNTIL WS-IDX-MEDICA > 7
             PERFORM VARYING WS-IDX-RELIGIOSA FROM 1 BY 1
                     UNTIL WS-IDX-RELIGIOSA > 5
               IF T-ME-CUENTA (WS-IDX-MEDICA WS-IDX-RELIGIOSA) > 0
                   THEN
                 MOVE T-DM-NOMBRE (WS-IDX-MEDICA)    TO LCD-MEDICA
                 MOVE T-DR-NOMBRE (WS-IDX-RELIGIOSA) TO LCD-RELIGIOSA
                 MOVE T-ME-CUENTA (WS-IDX-MEDICA WS-IDX-RELIGIOSA)
                   TO LCD-MENUS
                 WRITE LINEA-LISTADO FROM LINEA-COC-DIETA
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE C-CO-MENUS       TO LCT-MENUS
           MOVE C-CO-ALERGICOS   TO LCT-ALERGICOS
           MOVE C-CO-EXCEPCIONES TO LCT-EXCEPCIONES
           WRITE LINEA-LISTADO FROM LINEA-COC-TOTAL
           WRITE LINEA-LISTADO FROM LINEA-COC-BLANCO
           PERFORM 3600-RESUMEN-ETAPAS
           WRITE LINEA-LISTADO FROM LINEA-COC-BLANCO
           .
      ******************************************************************
       3600-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-MENUS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-MENUS (WS-IDX-ETAPA)
                 TO LRE-MENUS
               MOVE T-RE-ALERGICOS (WS-IDX-ETAPA)
                 TO LRE-ALERGICOS
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'INSCRITOS LEIDOS:     ' C-INSCRITOS
           DISPLAY 'CON COMEDOR:          ' C-COMEDOR
           DISPLAY 'CON DIETA REGISTRADA: ' C-CON-DIETA
           DISPLAY 'CON ALERGIAS:         ' C-ALERGICOS
           DISPLAY 'ALERGIA SIN DIETA:    ' C-EXCEPCIONES
           DISPLAY 'NO EN EL MAESTRO:     ' C-SIN-MAESTRO
           CLOSE F-LISTADO
           CLOSE F-EXCEPCIONES
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE C-INSCRITOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAM' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
