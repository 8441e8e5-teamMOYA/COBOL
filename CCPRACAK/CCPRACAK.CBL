       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAK.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SEGUIMIENTO DEL DESTINO UNIVERSITARIO DE LOS   *
      *                 GRADUADOS, CERRANDO EL CIRCUITO DEL EXTRACTO   *
      *                 DE ADMISION DE CCPRAC69. CARGA EL FICHERO DE   *
      *                 RESULTADOS QUE DEVUELVEN LAS UNIVERSIDADES     *
      *                 (RRESUNIV) Y LO EMPAREJA POR NIF CON LOS       *
      *                 GRADUADOS DE LA PROMOCION (FICHERO DE          *
      *                 GRADUADOS DE CCPRAC62, QUE DA EL COLEGIO) Y    *
      *                 CON EL LIBRO DE TITULOS (RTITULOS DE CCPRAC9A, *
      *                 TITULOS DEL ANO DE SYSIN), CON UN SORT         *
      *                 INTERNO POR NIF. EL DESTINO DE CADA GRADUADO   *
      *                 ES LA SOLICITUD ADMITIDA DE MAYOR PREFERENCIA  *
      *                 (MENOR NUMERO); SE GUARDA EN RDESTINO, QUE SE  *
      *                 REESCRIBE (DESTNUEV) CONSERVANDO LAS DEMAS     *
      *                 PROMOCIONES. LOS RESULTADOS DE NIF QUE NO SON  *
      *                 GRADUADOS DE LA PROMOCION VAN A RECHAZOS.      *
      *                 EL LISTADO DA POR COLEGIO EL PORCENTAJE DE     *
      *                 GRADUADOS QUE ENTRAN EN LA UNIVERSIDAD, EL DE  *
      *                 ADMITIDOS EN SU PRIMERA OPCION Y LA MEDIA      *
      *                 EXTERNA DEL COLEGIO EN LA PRUEBA DIAGNOSTICA,  *
      *                 LEIDA DEL INFORME DE CCPRAC99 POR EL LITERAL   *
      *                 'COLEGIO: ' (PONDERADA POR NUMERO DE PRUEBAS), *
      *                 Y AL PIE COMPARA LAS TASAS DE LOS COLEGIOS POR *
      *                 ENCIMA Y POR DEBAJO DE LA MEDIA DEL SISTEMA.   *
      *                 AL PIE, GRADUADOS, ADMITIDOS Y ADMITIDOS EN 1A *
      *                 OPCION POR LA ETAPA EN QUE SE GRADUARON        *
      *                 (GR-ETAPA DE CCPRAC62, VIA MODETAPA).          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GRADUADOS ASSIGN GRADUADO
               FILE STATUS IS FS-GRADUADOS.

           SELECT F-TITULOS ASSIGN TITULOS
               FILE STATUS IS FS-TITULOS.

           SELECT F-RESULTADOS ASSIGN RESUNIV
               FILE STATUS IS FS-RESULTADOS.

           SELECT F-DIAGNOSTICO ASSIGN INFORME
               FILE STATUS IS FS-DIAGNOSTICO.

           SELECT F-DESTINOS ASSIGN DESTINO
               FILE STATUS IS FS-DESTINOS.

           SELECT F-DESTINOS-NUEVO ASSIGN DESTNUEV
               FILE STATUS IS FS-DESTINOS-NUEVO.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

           SELECT F-RECHAZOS ASSIGN RECHAZOS
               FILE STATUS IS FS-RECHAZOS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-GRADUADOS
           RECORDING MODE IS F
           DATA RECORD REG-GRADUADO.
       01 REG-GRADUADO.
           05 GR-NIF        PIC X(9).
           05 GR-NOMBRE     PIC X(15).
           05 GR-APELLIDOS  PIC X(30).
           05 GR-COLEGIO    PIC 99.
           05 GR-MEDIA      PIC 99V99.
           05 FILLER        PIC X(16).
           05 GR-ETAPA      PIC X.
           05 FILLER        PIC X(3).

       FD F-TITULOS
           RECORDING MODE IS F.
           COPY RTITULOS.

       FD F-RESULTADOS
           RECORDING MODE IS F.
           COPY RRESUNIV.

       FD F-DIAGNOSTICO
           RECORDING MODE IS F
           DATA RECORD LINEA-DIAGNOSTICO.
       01 LINEA-DIAGNOSTICO.
           05 LDI-LITERAL          PIC X(9).
           05 LDI-COLEGIO          PIC XX.
           05 FILLER               PIC X(18).
           05 LDI-PRUEBAS          PIC ZZZZ9.
           05 FILLER               PIC X(25).
           05 LDI-EXTERNA          PIC Z9,99.
           05 FILLER               PIC X(68).

       FD F-DESTINOS
           RECORDING MODE IS F.
           COPY RDESTINO.

       FD F-DESTINOS-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-DESTINO-NUEVO.
       01 REG-DESTINO-NUEVO        PIC X(80).

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(132).

       FD F-RECHAZOS
           RECORDING MODE IS F
           DATA RECORD LINEA-RECHAZO.
       01 LINEA-RECHAZO            PIC X(80).

       SD F-SORT
           DATA RECORD REG-SEGUIMIENTO.
       01 REG-SEGUIMIENTO.
           05 SG-NIF               PIC X(9).
           05 SG-TIPO              PIC X.
               88 SG-GRADUADO           VALUE '1'.
               88 SG-TITULO             VALUE '2'.
               88 SG-RESULTADO          VALUE '3'.
           05 SG-PREFERENCIA       PIC 99.
           05 SG-COLEGIO           PIC 99.
           05 SG-RESULTADO-UNIV    PIC X.
               88 SG-ADMITIDO           VALUE 'A'.
           05 SG-UNIVERSIDAD       PIC X(4).
           05 SG-GRADO             PIC X(6).
           05 SG-NOMBRE-GRADO      PIC X(30).
           05 SG-ETAPA             PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-GRADUADOS PIC XX.
               88 FS-GRADUADOS-OK   VALUE '00'.
           05 FS-TITULOS PIC XX.
               88 FS-TITULOS-OK     VALUE '00'.
           05 FS-RESULTADOS PIC XX.
               88 FS-RESULTADOS-OK  VALUE '00'.
           05 FS-DIAGNOSTICO PIC XX.
               88 FS-DIAGNOSTICO-OK VALUE '00'.
           05 FS-DESTINOS PIC XX.
               88 FS-DESTINOS-OK    VALUE '00'.
           05 FS-DESTINOS-NUEVO PIC XX.
               88 FS-DESTINOS-NUEVO-OK VALUE '00'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.
           05 FS-RECHAZOS PIC XX.
               88 FS-RECHAZOS-OK    VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-PROMOCION     PIC 9(4).
           05 FILLER               PIC X(76).

       01 WS-FECHA-HOY.
           05 WS-FH-ANO            PIC 9(4).
           05 FILLER               PIC X(17).

       01 C-CONTADORES.
           05 C-GRADUADOS-LEIDOS  PIC 9(7) VALUE 0.
           05 C-TITULOS-ANO       PIC 9(7) VALUE 0.
           05 C-RESULTADOS        PIC 9(7) VALUE 0.
           05 C-OTRO-ANO          PIC 9(7) VALUE 0.
           05 C-SIN-GRADUADO      PIC 9(7) VALUE 0.
           05 C-SIN-TITULO        PIC 9(7) VALUE 0.
           05 C-SOLO-TITULO       PIC 9(7) VALUE 0.
           05 C-DESTINOS-OTROS    PIC 9(7) VALUE 0.
           05 C-DESTINOS-GRABADOS PIC 9(7) VALUE 0.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

      *    ESTADO DEL NIF EN CURSO
       01 WS-NIF-EN-CURSO         PIC X(9).
       01 WS-SEGUIMIENTO.
           05 WS-SG-GRADUADO      PIC X.
           05 WS-SG-TITULO        PIC X.
           05 WS-SG-COLEGIO       PIC 99.
           05 WS-SG-CON-RESULTADO PIC X.
           05 WS-SG-ADMITIDO      PIC X.
           05 WS-SG-PREFERENCIA   PIC 99.
           05 WS-SG-UNIVERSIDAD   PIC X(4).
           05 WS-SG-GRADO         PIC X(6).
           05 WS-SG-NOMBRE-GRADO  PIC X(30).
           05 WS-SG-ETAPA         PIC X.

      *    ACUMULADOS POR COLEGIO; LA ENTRADA 100 ES EL SISTEMA Y EL
      *    COLEGIO 00 (GRADUADO SOLO EN EL LIBRO) VA A LA 100
       01 T-COLEGIOS.
           05 T-CO-ENTRADA OCCURS 100.
               10 T-CO-GRADUADOS   PIC 9(6).
               10 T-CO-RESULTADOS  PIC 9(6).
               10 T-CO-ADMITIDOS   PIC 9(6).
               10 T-CO-PRIMERA     PIC 9(6).
               10 T-CO-DI-PRUEBAS  PIC 9(7).
               10 T-CO-DI-SUMA     PIC 9(9)V99.

      *    GRUPOS DE LA COMPARACION: 1 DIAGNOSTICO >= MEDIA,
      *    2 DIAGNOSTICO < MEDIA, 3 SIN DIAGNOSTICO
       01 T-GRUPOS.
           05 T-GR-ENTRADA OCCURS 3.
               10 T-GR-COLEGIOS    PIC 999.
               10 T-GR-GRADUADOS   PIC 9(6).
               10 T-GR-ADMITIDOS   PIC 9(6).
               10 T-GR-PRIMERA     PIC 9(6).

       01 WS-IDX-COLEGIO          PIC 999.
       01 WS-IDX-GRUPO            PIC 9.
       01 WS-COLEGIO-LISTADO      PIC XX.
       01 WS-COLEGIO-LISTADO-N REDEFINES WS-COLEGIO-LISTADO PIC 99.
       01 W-PRUEBAS               PIC 9(5).
       01 W-EXTERNA               PIC 99V99.
       01 W-DIAGNOSTICO           PIC 99V99.
       01 W-MEDIA-SISTEMA         PIC 99V99.
       01 W-PORCENTAJE            PIC 999V9.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-DES-CABECERA.
           05 FILLER  PIC X(51) VALUE
               'DESTINO UNIVERSITARIO DE LOS GRADUADOS - PROMOCION '.
           05 LDC-ANO       PIC 9(4).
           05 FILLER  PIC X(77) VALUE SPACES.

       01 LINEA-DES-LEYENDA.
           05 FILLER  PIC X(40) VALUE
               '% 1A OP. SOBRE ADMITIDOS; DIAGNOST. = ME'.
           05 FILLER  PIC X(30) VALUE
               'DIA EXTERNA DEL COLEGIO (0-10)'.
           05 FILLER  PIC X(62) VALUE SPACES.

       01 LINEA-DES-COLUMNAS.
           05 FILLER  PIC X(20) VALUE ' CO  NOMBRE         '.
           05 FILLER  PIC X(11) VALUE '  GRADUADOS'.
           05 FILLER  PIC X(11) VALUE ' CON RESULT'.
           05 FILLER  PIC X(11) VALUE '  ADMITIDOS'.
           05 FILLER  PIC X(11) VALUE '  % ENTRADA'.
           05 FILLER  PIC X(11) VALUE '  1A OPCION'.
           05 FILLER  PIC X(11) VALUE '   % 1A OP.'.
           05 FILLER  PIC X(11) VALUE '  DIAGNOST.'.
           05 FILLER  PIC X(14) VALUE '  AVISO       '.
           05 FILLER  PIC X(21) VALUE SPACES.

       01 LINEA-DES-DATOS.
           05 FILLER         PIC X     VALUE SPACE.
           05 LDD-COLEGIO    PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LDD-NOMBRE     PIC X(15).
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-GRADUADOS  PIC ZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-RESULTADOS PIC ZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-ADMITIDOS  PIC ZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-PCT-ENTRADA PIC ZZ9,9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-PRIMERA    PIC ZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-PCT-PRIMERA PIC ZZ9,9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LDD-DIAGNOSTICO PIC Z9,99 BLANK WHEN ZERO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LDD-AVISO      PIC X(12).
           05 FILLER         PIC X(21) VALUE SPACES.

       01 LINEA-REL-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'RELACION CON LA PRUEBA DIAGNOSTICA EXTER'.
           05 FILLER  PIC X(24) VALUE 'NA - MEDIA DEL SISTEMA: '.
           05 LRC-MEDIA     PIC Z9,99.
           05 FILLER  PIC X(63) VALUE SPACES.

       01 LINEA-REL-GRUPO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LRG-GRUPO      PIC X(30).
           05 FILLER         PIC X(11) VALUE ' COLEGIOS: '.
           05 LRG-COLEGIOS   PIC ZZ9.
           05 FILLER         PIC X(12) VALUE ' GRADUADOS: '.
           05 LRG-GRADUADOS  PIC ZZZZ9.
           05 FILLER         PIC X(12) VALUE ' % ENTRADA: '.
           05 LRG-PCT-ENTRADA PIC ZZ9,9.
           05 FILLER         PIC X(14) VALUE ' % 1A OPCION: '.
           05 LRG-PCT-PRIMERA PIC ZZ9,9.
           05 FILLER         PIC X(33) VALUE SPACES.

       01 LINEA-RECH-DATOS.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LRD-NIF       PIC X(9).
           05 FILLER        PIC X(40) VALUE
               '  RESULTADO SIN GRADUADO DE LA PROMOCION'.
           05 FILLER        PIC X(26) VALUE SPACES.

       01 LINEA-DES-BLANCO         PIC X(132) VALUE SPACES.

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
               10 T-RE-GRADUADOS     PIC 9(6).
               10 T-RE-ADMITIDOS     PIC 9(6).
               10 T-RE-PRIMERA       PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(45) VALUE
               'DESTINO UNIVERSITARIO POR ETAPA DE GRADUACION'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(12) VALUE '  GRADUADOS:'.
           05 LRE-GRADUADOS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  ADMITIDOS:'.
           05 LRE-ADMITIDOS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  1A OPCION:'.
           05 LRE-PRIMERA   PIC ZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY SG-NIF SG-TIPO SG-PREFERENCIA
               INPUT PROCEDURE 2000-JUNTAR-FICHEROS
               OUTPUT PROCEDURE 3000-CLASIFICAR-GRADUADOS
           PERFORM 3500-IMPRIMIR-COLEGIOS
           PERFORM 3600-IMPRIMIR-RELACION
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-PROMOCION NOT NUMERIC OR WS-ANO-PROMOCION = 0 THEN
               DISPLAY '*CCPRACAK*SYSIN*SIN*PROMOCION* SE TOMA '
                   WS-FH-ANO
               MOVE WS-FH-ANO TO WS-ANO-PROMOCION
           END-IF
           INITIALIZE T-COLEGIOS
           INITIALIZE T-GRUPOS
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN INPUT F-GRADUADOS
           IF NOT FS-GRADUADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO GRADUADOS'
               DISPLAY FS-GRADUADOS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-RESULTADOS
           IF NOT FS-RESULTADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RESULTADOS UNIVERSIDAD'
               DISPLAY FS-RESULTADOS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-DESTINOS-NUEVO
           IF NOT FS-DESTINOS-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO DESTINOS NUEVO'
               DISPLAY FS-DESTINOS-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-RECHAZOS
           IF NOT FS-RECHAZOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RECHAZOS'
               DISPLAY FS-RECHAZOS
               PERFORM 5000-END-PROGRAM
           END-IF

           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL

           PERFORM 1100-COPIAR-OTRAS-PROMOCIONES
           PERFORM 1200-CARGAR-DIAGNOSTICO
           .
      ******************************************************************
       1100-COPIAR-OTRAS-PROMOCIONES.
      *    LA PROMOCION QUE SE CARGA SE SUSTITUYE ENTERA: REPETIR LA
      *    CARGA CON UN FICHERO DE RESULTADOS CORREGIDO NO DUPLICA
           OPEN INPUT F-DESTINOS
           IF NOT FS-DESTINOS-OK THEN
               DISPLAY '*CCPRACAK*SIN*FICHERO*DESTINOS* SE EMPIEZA '
                   'CON ESTA PROMOCION'
           ELSE
               READ F-DESTINOS
               PERFORM UNTIL NOT FS-DESTINOS-OK
                   IF DE-ANO NOT = WS-ANO-PROMOCION THEN
                       WRITE REG-DESTINO-NUEVO FROM REG-DESTINO
                       ADD 1 TO C-DESTINOS-OTROS
                   END-IF
                   READ F-DESTINOS
               END-PERFORM
               CLOSE F-DESTINOS
           END-IF
           .
      ******************************************************************
       1200-CARGAR-DIAGNOSTICO.
      *    CADA LINEA 'COLEGIO: ' DEL INFORME DE CCPRAC99 ES UN
      *    COLEGIO+ASIGNATURA CON SU NUMERO DE PRUEBAS Y SU MEDIA
      *    EXTERNA EN ESCALA 0-10
           OPEN INPUT F-DIAGNOSTICO
           IF NOT FS-DIAGNOSTICO-OK THEN
               DISPLAY '*CCPRACAK*SIN*INFORME*DIAGNOSTICO* '
                   'NO SE RELACIONA CON LA PRUEBA'
           ELSE
               READ F-DIAGNOSTICO
               PERFORM UNTIL NOT FS-DIAGNOSTICO-OK
                   IF LDI-LITERAL = 'COLEGIO: ' THEN
                       MOVE LDI-COLEGIO TO WS-COLEGIO-LISTADO
                       INSPECT WS-COLEGIO-LISTADO
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-COLEGIO-LISTADO-N > 0 THEN
                           MOVE LDI-PRUEBAS TO W-PRUEBAS
                           MOVE LDI-EXTERNA TO W-EXTERNA
                           ADD W-PRUEBAS TO
                               T-CO-DI-PRUEBAS (WS-COLEGIO-LISTADO-N)
                               T-CO-DI-PRUEBAS (100)
                           COMPUTE T-CO-DI-SUMA (WS-COLEGIO-LISTADO-N)
                               = T-CO-DI-SUMA (WS-COLEGIO-LISTADO-N)
                               + W-PRUEBAS * W-EXTERNA
                           COMPUTE T-CO-DI-SUMA (100)
                               = T-CO-DI-SUMA (100)
                               + W-PRUEBAS * W-EXTERNA
                       END-IF
                   END-IF
                   READ F-DIAGNOSTICO
               END-PERFORM
               CLOSE F-DIAGNOSTICO
           END-IF
           .
      ******************************************************************
       2000-JUNTAR-FICHEROS.
           PERFORM 2100-SOLTAR-GRADUADOS
           PERFORM 2200-SOLTAR-TITULOS
           PERFORM 2300-SOLTAR-RESULTADOS
           .
      ******************************************************************
       2100-SOLTAR-GRADUADOS.
           READ F-GRADUADOS
           PERFORM UNTIL NOT FS-GRADUADOS-OK
             ADD 1 TO C-GRADUADOS-LEIDOS
             INITIALIZE REG-SEGUIMIENTO
             MOVE GR-NIF      TO SG-NIF
             SET SG-GRADUADO  TO TRUE
             MOVE GR-COLEGIO  TO SG-COLEGIO
             MOVE GR-ETAPA    TO SG-ETAPA
             RELEASE REG-SEGUIMIENTO
             READ F-GRADUADOS
           END-PERFORM
           CLOSE F-GRADUADOS
           .
      ******************************************************************
       2200-SOLTAR-TITULOS.
           OPEN INPUT F-TITULOS
           IF NOT FS-TITULOS-OK THEN
             DISPLAY '*CCPRACAK*SIN*LIBRO*TITULOS* SOLO CUENTAN LOS '
                 'GRADUADOS DE CCPRAC62'
           ELSE
             READ F-TITULOS
             PERFORM UNTIL NOT FS-TITULOS-OK
               IF TIT-ANO = WS-ANO-PROMOCION THEN
                 ADD 1 TO C-TITULOS-ANO
                 INITIALIZE REG-SEGUIMIENTO
                 MOVE TIT-NIF     TO SG-NIF
                 SET SG-TITULO    TO TRUE
                 RELEASE REG-SEGUIMIENTO
               END-IF
               READ F-TITULOS
             END-PERFORM
             CLOSE F-TITULOS
           END-IF
           .
      ******************************************************************
       2300-SOLTAR-RESULTADOS.
           READ F-RESULTADOS
           PERFORM UNTIL NOT FS-RESULTADOS-OK
             IF RU-ANO = WS-ANO-PROMOCION THEN
               ADD 1 TO C-RESULTADOS
               INITIALIZE REG-SEGUIMIENTO
               MOVE RU-NIF          TO SG-NIF
               SET SG-RESULTADO     TO TRUE
               MOVE RU-PREFERENCIA  TO SG-PREFERENCIA
               MOVE RU-RESULTADO    TO SG-RESULTADO-UNIV
               MOVE RU-UNIVERSIDAD  TO SG-UNIVERSIDAD
               MOVE RU-GRADO        TO SG-GRADO
               MOVE RU-NOMBRE-GRADO TO SG-NOMBRE-GRADO
               RELEASE REG-SEGUIMIENTO
             ELSE
               ADD 1 TO C-OTRO-ANO
             END-IF
             READ F-RESULTADOS
           END-PERFORM
           CLOSE F-RESULTADOS
           .
      ******************************************************************
       3000-CLASIFICAR-GRADUADOS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-SEGUIMIENTO
           PERFORM UNTIL FIN-DE-SORT
             MOVE SG-NIF TO WS-NIF-EN-CURSO
             INITIALIZE WS-SEGUIMIENTO
             PERFORM UNTIL FIN-DE-SORT
                 OR SG-NIF NOT = WS-NIF-EN-CURSO
               PERFORM 3200-ANOTAR-SEGUIMIENTO
               PERFORM 3100-RETURN-SEGUIMIENTO
             END-PERFORM
             PERFORM 3300-CERRAR-NIF
           END-PERFORM
           .
      ******************************************************************
       3100-RETURN-SEGUIMIENTO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-ANOTAR-SEGUIMIENTO.
      *    LOS RESULTADOS LLEGAN POR ORDEN DE PREFERENCIA: EL PRIMERO
      *    ADMITIDO ES EL DESTINO
           EVALUATE TRUE
             WHEN SG-GRADUADO
               MOVE 'S' TO WS-SG-GRADUADO
               MOVE SG-COLEGIO TO WS-SG-COLEGIO
               MOVE SG-ETAPA   TO WS-SG-ETAPA
             WHEN SG-TITULO
               MOVE 'S' TO WS-SG-TITULO
             WHEN SG-RESULTADO
               MOVE 'S' TO WS-SG-CON-RESULTADO
               IF SG-ADMITIDO AND WS-SG-ADMITIDO NOT = 'S' THEN
                 MOVE 'S'             TO WS-SG-ADMITIDO
                 MOVE SG-PREFERENCIA  TO WS-SG-PREFERENCIA
                 MOVE SG-UNIVERSIDAD  TO WS-SG-UNIVERSIDAD
                 MOVE SG-GRADO        TO WS-SG-GRADO
                 MOVE SG-NOMBRE-GRADO TO WS-SG-NOMBRE-GRADO
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       3300-CERRAR-NIF.
           IF WS-SG-GRADUADO NOT = 'S' AND WS-SG-TITULO NOT = 'S' THEN
             IF WS-SG-CON-RESULTADO = 'S' THEN
               ADD 1 TO C-SIN-GRADUADO
               MOVE WS-NIF-EN-CURSO TO LRD-NIF
               WRITE LINEA-RECHAZO FROM LINEA-RECH-DATOS
             END-IF
           ELSE
             IF WS-SG-GRADUADO = 'S' AND WS-SG-TITULO NOT = 'S' THEN
               ADD 1 TO C-SIN-TITULO
             END-IF
             IF WS-SG-GRADUADO NOT = 'S' THEN
               ADD 1 TO C-SOLO-TITULO
             END-IF
             IF WS-SG-COLEGIO >= 1 AND WS-SG-COLEGIO <= 99 THEN
               MOVE WS-SG-COLEGIO TO WS-IDX-COLEGIO
               PERFORM 3310-SUMAR-GRADUADO
             END-IF
             MOVE 100 TO WS-IDX-COLEGIO
             PERFORM 3310-SUMAR-GRADUADO
             PERFORM 3315-SUMAR-ETAPA
             PERFORM 3320-GRABAR-DESTINO
           END-IF
           .
      ******************************************************************
       3310-SUMAR-GRADUADO.
           ADD 1 TO T-CO-GRADUADOS (WS-IDX-COLEGIO)
           IF WS-SG-CON-RESULTADO = 'S' THEN
             ADD 1 TO T-CO-RESULTADOS (WS-IDX-COLEGIO)
           END-IF
           IF WS-SG-ADMITIDO = 'S' THEN
             ADD 1 TO T-CO-ADMITIDOS (WS-IDX-COLEGIO)
             IF WS-SG-PREFERENCIA = 1 THEN
               ADD 1 TO T-CO-PRIMERA (WS-IDX-COLEGIO)
             END-IF
           END-IF
           .
      ******************************************************************
       3315-SUMAR-ETAPA.
      *    LA ETAPA EN QUE SE GRADUO LA DA EL FICHERO DE GRADUADOS DE
      *    CCPRAC62 (21 = SIN ETAPA: SOLO EN EL LIBRO DE TITULOS O
      *    GRADUADO ANTES DE HABER ETAPAS)
           MOVE WS-SG-ETAPA TO W-ET-ETAPA
           CALL "MODETAPA" USING 'E' W-ET-COLEGIO W-ET-CURSO
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
           ADD 1 TO T-RE-GRADUADOS (WS-IDX-ETAPA)
           IF WS-SG-ADMITIDO = 'S' THEN
             ADD 1 TO T-RE-ADMITIDOS (WS-IDX-ETAPA)
             IF WS-SG-PREFERENCIA = 1 THEN
               ADD 1 TO T-RE-PRIMERA (WS-IDX-ETAPA)
             END-IF
           END-IF
           .
      ******************************************************************
       3320-GRABAR-DESTINO.
           INITIALIZE REG-DESTINO
           MOVE WS-NIF-EN-CURSO  TO DE-NIF
           MOVE WS-ANO-PROMOCION TO DE-ANO
           MOVE WS-SG-COLEGIO    TO DE-COLEGIO
           EVALUATE TRUE
             WHEN WS-SG-ADMITIDO = 'S'
               SET DE-ADMITIDO TO TRUE
               MOVE WS-SG-UNIVERSIDAD  TO DE-UNIVERSIDAD
               MOVE WS-SG-GRADO        TO DE-GRADO
               MOVE WS-SG-NOMBRE-GRADO TO DE-NOMBRE-GRADO
               MOVE WS-SG-PREFERENCIA  TO DE-PREFERENCIA
             WHEN WS-SG-CON-RESULTADO = 'S'
               SET DE-NO-ADMITIDO TO TRUE
             WHEN OTHER
               SET DE-SIN-RESULTADO TO TRUE
           END-EVALUATE
           IF WS-SG-TITULO = 'S' THEN
             MOVE 'S' TO DE-TITULO-ASENTADO
           ELSE
             MOVE 'N' TO DE-TITULO-ASENTADO
           END-IF
           WRITE REG-DESTINO-NUEVO FROM REG-DESTINO
           ADD 1 TO C-DESTINOS-GRABADOS
           .
      ******************************************************************
       3500-IMPRIMIR-COLEGIOS.
           MOVE WS-ANO-PROMOCION TO LDC-ANO
           WRITE LINEA-LISTADO FROM LINEA-DES-CABECERA
           WRITE LINEA-LISTADO FROM LINEA-DES-LEYENDA
           WRITE LINEA-LISTADO FROM LINEA-DES-BLANCO
           WRITE LINEA-LISTADO FROM LINEA-DES-COLUMNAS
           MOVE 0 TO W-MEDIA-SISTEMA
           IF T-CO-DI-PRUEBAS (100) > 0 THEN
             COMPUTE W-MEDIA-SISTEMA ROUNDED =
                 T-CO-DI-SUMA (100) / T-CO-DI-PRUEBAS (100)
           END-IF
           PERFORM VARYING WS-IDX-COLEGIO FROM 1 BY 1
                   UNTIL WS-IDX-COLEGIO > 100
             IF T-CO-GRADUADOS (WS-IDX-COLEGIO) > 0 THEN
               PERFORM 3550-LINEA-DE-COLEGIO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       3550-LINEA-DE-COLEGIO.
           MOVE SPACES TO LDD-AVISO
           IF WS-IDX-COLEGIO = 100 THEN
             WRITE LINEA-LISTADO FROM LINEA-DES-BLANCO
             MOVE 0 TO LDD-COLEGIO
             MOVE 'TOTAL SISTEMA' TO LDD-NOMBRE
           ELSE
             MOVE WS-IDX-COLEGIO TO LDD-COLEGIO
             MOVE WS-IDX-COLEGIO TO W-COD-COLEGIO
             CALL "MODCOLEG" USING 'L' W-COD-COLEGIO
                                    W-NOMB-COLEGIO W-ENCONTRADO
             END-CALL
             IF NOT W-COLEGIO-ENCONTRADO THEN
               MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
             END-IF
             MOVE W-NOMB-COLEGIO TO LDD-NOMBRE
           END-IF
           MOVE T-CO-GRADUADOS (WS-IDX-COLEGIO)  TO LDD-GRADUADOS
           MOVE T-CO-RESULTADOS (WS-IDX-COLEGIO) TO LDD-RESULTADOS
           MOVE T-CO-ADMITIDOS (WS-IDX-COLEGIO)  TO LDD-ADMITIDOS
           MOVE T-CO-PRIMERA (WS-IDX-COLEGIO)    TO LDD-PRIMERA
           COMPUTE W-PORCENTAJE ROUNDED =
               T-CO-ADMITIDOS (WS-IDX-COLEGIO) * 100
               / T-CO-GRADUADOS (WS-IDX-COLEGIO)
           END-COMPUTE
           MOVE W-PORCENTAJE TO LDD-PCT-ENTRADA
           MOVE 0 TO W-PORCENTAJE
           IF T-CO-ADMITIDOS (WS-IDX-COLEGIO) > 0 THEN
             COMPUTE W-PORCENTAJE ROUNDED =
                 T-CO-PRIMERA (WS-IDX-COLEGIO) * 100
                 / T-CO-ADMITIDOS (WS-IDX-COLEGIO)
             END-COMPUTE
           END-IF
           MOVE W-PORCENTAJE TO LDD-PCT-PRIMERA
           IF T-CO-RESULTADOS (WS-IDX-COLEGIO) = 0 THEN
             MOVE 'SIN RESULTS.' TO LDD-AVISO
           END-IF

      *    EL COLEGIO ENTRA EN EL GRUPO DE LA COMPARACION SEGUN SU
      *    MEDIA EXTERNA FRENTE A LA DEL SISTEMA
           MOVE 0 TO W-DIAGNOSTICO
           IF T-CO-DI-PRUEBAS (WS-IDX-COLEGIO) > 0 THEN
             COMPUTE W-DIAGNOSTICO ROUNDED =
                 T-CO-DI-SUMA (WS-IDX-COLEGIO)
                 / T-CO-DI-PRUEBAS (WS-IDX-COLEGIO)
             END-COMPUTE
             IF W-DIAGNOSTICO >= W-MEDIA-SISTEMA THEN
               MOVE 1 TO WS-IDX-GRUPO
             ELSE
               MOVE 2 TO WS-IDX-GRUPO
             END-IF
           ELSE
             MOVE 3 TO WS-IDX-GRUPO
             IF LDD-AVISO = SPACES THEN
               MOVE 'SIN DIAGNOS.' TO LDD-AVISO
             END-IF
           END-IF
           MOVE W-DIAGNOSTICO TO LDD-DIAGNOSTICO
           IF WS-IDX-COLEGIO < 100 THEN
             ADD 1 TO T-GR-COLEGIOS (WS-IDX-GRUPO)
             ADD T-CO-GRADUADOS (WS-IDX-COLEGIO)
               TO T-GR-GRADUADOS (WS-IDX-GRUPO)
             ADD T-CO-ADMITIDOS (WS-IDX-COLEGIO)
               TO T-GR-ADMITIDOS (WS-IDX-GRUPO)
             ADD T-CO-PRIMERA (WS-IDX-COLEGIO)
               TO T-GR-PRIMERA (WS-IDX-GRUPO)
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-DES-DATOS
           .
      ******************************************************************
       3600-IMPRIMIR-RELACION.
           WRITE LINEA-LISTADO FROM LINEA-DES-BLANCO
           MOVE W-MEDIA-SISTEMA TO LRC-MEDIA
           WRITE LINEA-LISTADO FROM LINEA-REL-CABECERA
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > 3
             EVALUATE WS-IDX-GRUPO
               WHEN 1
                 MOVE 'DIAGNOSTICO >= MEDIA SISTEMA' TO LRG-GRUPO
               WHEN 2
                 MOVE 'DIAGNOSTICO <  MEDIA SISTEMA' TO LRG-GRUPO
               WHEN 3
                 MOVE 'SIN DIAGNOSTICO' TO LRG-GRUPO
             END-EVALUATE
             MOVE T-GR-COLEGIOS (WS-IDX-GRUPO)  TO LRG-COLEGIOS
             MOVE T-GR-GRADUADOS (WS-IDX-GRUPO) TO LRG-GRADUADOS
             MOVE 0 TO W-PORCENTAJE
             IF T-GR-GRADUADOS (WS-IDX-GRUPO) > 0 THEN
               COMPUTE W-PORCENTAJE ROUNDED =
                   T-GR-ADMITIDOS (WS-IDX-GRUPO) * 100
                   / T-GR-GRADUADOS (WS-IDX-GRUPO)
               END-COMPUTE
             END-IF
             MOVE W-PORCENTAJE TO LRG-PCT-ENTRADA
             MOVE 0 TO W-PORCENTAJE
             IF T-GR-ADMITIDOS (WS-IDX-GRUPO) > 0 THEN
               COMPUTE W-PORCENTAJE ROUNDED =
                   T-GR-PRIMERA (WS-IDX-GRUPO) * 100
                   / T-GR-ADMITIDOS (WS-IDX-GRUPO)
               END-COMPUTE
             END-IF
             MOVE W-PORCENTAJE TO LRG-PCT-PRIMERA
             WRITE LINEA-LISTADO FROM LINEA-REL-GRUPO
           END-PERFORM
           WRITE LINEA-LISTADO FROM LINEA-DES-BLANCO
           PERFORM 3700-RESUMEN-ETAPAS
           .
      ******************************************************************
       3700-RESUMEN-ETAPAS.
           WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA-CAB
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-RE-GRADUADOS (WS-IDX-ETAPA) > 0 THEN
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
               MOVE T-RE-GRADUADOS (WS-IDX-ETAPA)
                 TO LRE-GRADUADOS
               MOVE T-RE-ADMITIDOS (WS-IDX-ETAPA)
                 TO LRE-ADMITIDOS
               MOVE T-RE-PRIMERA (WS-IDX-ETAPA)
                 TO LRE-PRIMERA
               WRITE LINEA-LISTADO FROM LINEA-RESUMEN-ETAPA
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'GRADUADOS LEIDOS:         ' C-GRADUADOS-LEIDOS
           DISPLAY 'TITULOS DE LA PROMOCION:  ' C-TITULOS-ANO
           DISPLAY 'RESULTADOS DE LA PROMOC.: ' C-RESULTADOS
           DISPLAY 'RESULTADOS DE OTRO ANO:   ' C-OTRO-ANO
           DISPLAY 'RESULTADOS SIN GRADUADO:  ' C-SIN-GRADUADO
           DISPLAY 'GRADUADOS SIN TITULO:     ' C-SIN-TITULO
           DISPLAY 'TITULOS SIN GRADUADO:     ' C-SOLO-TITULO
           DISPLAY 'DESTINOS DE LA PROMOCION: ' C-DESTINOS-GRABADOS
           DISPLAY 'DESTINOS DE OTROS ANOS:   ' C-DESTINOS-OTROS
           CLOSE F-DESTINOS-NUEVO
           CLOSE F-LISTADO
           CLOSE F-RECHAZOS
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           COMPUTE WS-METRI-REGISTROS = C-GRADUADOS-LEIDOS
               + C-TITULOS-ANO + C-RESULTADOS
           END-COMPUTE
           CALL "MODMETRI" USING 'CCPRACAK' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
