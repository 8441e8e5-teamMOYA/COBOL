      *                 ZONAS BILINGUES DEJAN DE TAPARNOS CON          *
      *                 PEGATINAS. CADA BOLETIN LLEVA AL PIE EL        *
      *                 NOMBRE DEL TUTOR DEL GRUPO (RGRUPOS DE         *
      *                 CCPRAC44) Y SU BLOQUE DE FIRMA. LAS NOTAS      *
      *                 CON ADAPTACION CURRICULAR SIGNIFICATIVA EN EL  *
      *                 REGISTRO NEE DEL ANO (RNEE, OPCIONAL) LLEVAN   *
      *                 LA MARCA OFICIAL ACS Y NO OPTAN A MATRICULA    *
      *                 DE HONOR. EL CONSOLIDADO NO LO ELIGE EL        *
      *                 OPERADOR: ES LA GENERACION DE CIERRE DEL       *
      *                 ANO+TRIMESTRE DE SYSIN EN EL CATALOGO          *
      *                 (MODGENCA), O LA GENERACION QUE FIJE SYSIN;    *
      *                 SI NO ESTA CATALOGADA LA TIRADA ABORTA. CADA   *
      *                 BOLETIN SE ASIENTA EN EL REGISTRO DE           *
      *                 CORRESPONDENCIA (MODCORRE, CON TRIMESTRE Y     *
      *                 GENERACION COMO REFERENCIA) Y LLEVA IMPRESO    *
      *                 SU CODIGO DE VERIFICACION. LA FASE 1 YA NO     *
      *                 EMPAREJA NADA: LEE EL FICHERO DE HECHOS DEL    *
      *                 CIERRE (RHECHOS DE CCPRACAO), QUE TRAE YA      *
      *                 CASADOS POR NIF LAS FALTAS, PENDIENTES,        *
      *                 PERCENTILES, CONTACTO, MATRICULAS DE HONOR,    *
      *                 ACS Y TUTOR. LA GENERACION LA DA SU CABECERA,  *
      *                 QUE DEBE SER LA DEL ANO+TRIMESTRE (Y EN SU     *
      *                 CASO GENERACION) DE SYSIN; SIN COLA *FIN O SI  *
      *                 LA COLA NO CUADRA CON LOS ALUMNOS LEIDOS LA    *
      *                 TIRADA ABORTA. SI EL ALUMNO TIENE NIVELES DE   *
      *                 COMPETENCIAS CLAVE DEL ANO (VIENEN EN EL       *
      *                 FICHERO DE HECHOS) EL BOLETIN LOS LISTA TRAS   *
      *                 LA MEDIA, UNA LINEA POR COMPETENCIA.           *
      *                 LAS NOTAS DE ASIGNATURAS NO COMPUTABLES DEL    *
      *                 PLAN DE ESTUDIOS (HE-COMPUTABLE) SE IMPRIMEN   *
      *                 CON LA MARCA NC, NO ENTRAN EN LA MEDIA Y UNA   *
      *                 NOTA AL PIE LO EXPLICA.                        *
      *                 LAS ASIGNATURAS EN LAS QUE EL ALUMNO HA        *
      *                 PERDIDO LA EVALUACION CONTINUA (HE-PERDIDA-EC) *
      *                 SALEN CON LA MARCA PEC EN LUGAR DE LA NOTA     *
      *                 ORDINARIA, FUERA DE LA MEDIA Y CON SU NOTA AL  *
      *                 PIE.                                           *
      *                 LA CALIFICACION CUALITATIVA SE TOMA DE LA      *
      *                 ESCALA DE LA ETAPA EDUCATIVA DEL CURSO DEL     *
      *                 ALUMNO EN SU COLEGIO (MODETAPA), CON LA        *
      *                 GENERAL POR DEFECTO.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

           SELECT F-BOLETINES ASSIGN BOLETIN
               FILE STATUS IS FS-BOLETINES.
           SELECT F-CHECKPOINT ASSIGN CHKPT65
               FILE STATUS IS FS-CHECKPOINT.

           SELECT F-ETIQ-TMP ASSIGN ETIQTMP
               FILE STATUS IS FS-ETIQ-TMP.


       DATA DIVISION.
       FILE SECTION.
       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       FD F-BOLETINES
           RECORDING MODE IS F
           DATA RECORD REG-CHECKPOINT.
       01 REG-CHECKPOINT           PIC X(80).

       FD F-ETIQ-TMP
           RECORDING MODE IS F
           DATA RECORD REG-ETIQ-TMP.
           05 BO-CURSO             PIC 9.
           05 BO-NOTAS OCCURS 6.
               10 BO-NOTA           PIC 99V9.
               10 BO-MAT-HONOR      PIC X.
                   88 BO-CON-MH          VALUE 'S'.
               10 BO-ACS            PIC X.
                   88 BO-CON-ACS         VALUE 'S'.
               10 BO-COMPUTABLE     PIC X.
                   88 BO-NO-COMPUTABLE   VALUE 'N'.
               10 BO-PERDIDA-EC     PIC X.
                   88 BO-SIN-EVAL-CONTINUA VALUE 'S'.
           05 BO-FALTAS OCCURS 6.
               10 BO-HORAS          PIC 9(4).
           05 BO-PENDIENTES OCCURS 6.
               10 BO-PEND-ANO       PIC 9(4).
           05 BO-PERCENTILES OCCURS 6.
           05 BO-CP                PIC X(5).
           05 BO-DIRECCION         PIC X(25).
           05 BO-TUTOR             PIC X(20).
           05 BO-TUTOR-NOMBRE      PIC X(15).
           05 BO-COMPETENCIAS.
               10 BO-NIVEL-COMPETENCIA PIC 9 OCCURS 8.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK      VALUE '00'.
               88 FS-HECHOS-EOF     VALUE '10'.
           05 FS-BOLETINES PIC XX.
               88 FS-BOLETINES-OK   VALUE '00'.
           05 FS-RESUMEN PIC XX.
           05 FS-CHECKPOINT PIC XX.
               88 FS-CHECKPOINT-OK        VALUE '00'.
               88 FS-CHECKPOINT-NO-EXISTE VALUE '35'.
           05 FS-ETIQ-TMP PIC XX.
               88 FS-ETIQ-TMP-OK    VALUE '00'.
           05 FS-ETIQUETAS PIC XX.
               88 REINICIO-SOLICITADO VALUE 'S'.
           05 WS-CORREO-FLAG       PIC X.
               88 CORREO-SOLICITADO   VALUE 'C'.
           05 WS-TRIMESTRE         PIC 9.
           05 WS-GENERACION        PIC 9(6).
           05 FILLER               PIC X(67).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-SALTADAS          PIC 9(6) VALUE 0.
           05 C-ASIG              PIC 9.
           05 C-ASIGNATURAS-AL    PIC 9.
           05 C-NO-COMPUTABLES-AL PIC 9.
           05 C-PERDIDAS-EC-AL    PIC 9.
           05 C-COMP              PIC 9.

       01 T-PAGINAS-COLEGIO.
           05 T-PG-ENTRADA OCCURS 99.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.
       01 WS-HECHOS-EOF-FLAG      PIC X VALUE 'N'.
           88 FIN-DE-HECHOS            VALUE 'S'.

       01 LINEA-CHECKPOINT.
           05 LC-COLEGIO            PIC 99.
       01 WS-COLEGIO-REINICIO     PIC 99 VALUE 0.
       01 WS-NIF-REINICIO         PIC X(9) VALUE LOW-VALUES.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ASG-NOMBRE      PIC X(15).
           05 W-ASG-ENCONTRADO  PIC X.

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

       01 W-ESCALA-LOOKUP.
           05 W-ESC-NOTA        PIC 99V99.
           05 W-ESC-ETIQUETA    PIC X(16).
           05 FILLER  PIC X(7)  VALUE ' NOTA: '.
           05 LBN-NOTA PIC Z9,9.
           05 LBN-NOTA-R REDEFINES LBN-NOTA PIC X(4).
           05 FILLER  PIC X     VALUE SPACE.
           05 LBN-ACS PIC X(3).
           05 FILLER  PIC X     VALUE SPACE.
           05 LBN-NO-COMP PIC X(2).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 LBN-CALIF PIC X(16).
           05 FILLER  PIC X(9)  VALUE ' FALTAS: '.
           05 LBN-FALTAS PIC ZZZ9.
           05 FILLER  PIC X(11) VALUE ' PCT C/G:  '.
           05 LBN-PCT-COLEGIO PIC X(3).
           05 FILLER  PIC X     VALUE '/'.
           05 LBN-PCT-GLOBAL  PIC X(3).
           05 FILLER  PIC X(47) VALUE SPACES.

       01 LINEA-BOL-PENDIENTE.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LBM-PCT-GLOBAL  PIC X(3).
           05 FILLER  PIC X(81) VALUE SPACES.

       01 LINEA-BOL-COMP-TITULO.
           05 LBK-ROTULO PIC X(20) VALUE 'COMPETENCIAS CLAVE: '.
           05 FILLER  PIC X(112) VALUE SPACES.

       01 LINEA-BOL-COMPETENCIA.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 LBK-SIGLA  PIC X(5).
           05 FILLER  PIC X     VALUE SPACE.
           05 LBK-NOMBRE PIC X(30).
           05 FILLER  PIC X(2)  VALUE ': '.
           05 LBK-NIVEL  PIC X(13).
           05 FILLER  PIC X(78) VALUE SPACES.

           COPY WCOMPCLA.

       01 LINEA-BOL-TUTOR.
           05 LBT-ROTULO PIC X(9) VALUE 'TUTOR:   '.
           05 LBT-NOMBRE PIC X(15).
           05 LBT-FIRMA PIC X(17) VALUE 'FIRMA DEL TUTOR: '.
           05 FILLER  PIC X(87) VALUE SPACES.

       01 LINEA-BOL-NO-COMPUTABLE.
           05 LBX-TEXTO  PIC X(40) VALUE
               'NC: NOTA NO COMPUTABLE EN LA MEDIA'.
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-BOL-PERDIDA-EC.
           05 LBE-TEXTO  PIC X(44) VALUE
               'PEC: PERDIDA EVAL. CONTINUA - A PRUEBA FINAL'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01 LINEA-BOL-VERIFICACION.
           05 FILLER  PIC X(24) VALUE 'CODIGO DE VERIFICACION: '.
           05 LBV-CODIGO PIC X(14).
           05 FILLER  PIC X(94) VALUE SPACES.

       01 LINEA-RES-COLEGIO.
           05 FILLER      PIC X(9)  VALUE 'COLEGIO: '.
           05 LRC-COLEGIO PIC Z9.
           05 LRC-CUADRE  PIC X(10).
           05 FILLER      PIC X(19) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           SORT F-SORT
               ON ASCENDING KEY BO-COLEGIO BO-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CARGAR-HECHOS
               OUTPUT PROCEDURE 3000-IMPRIMIR-BOLETINES
           IF CORREO-SOLICITADO THEN
             CLOSE F-ETIQ-TMP
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1010-VERIFICAR-HECHOS
           MOVE W-GC-ANO TO LBC-ANO
           INITIALIZE T-PAGINAS-COLEGIO
           PERFORM 1050-LEER-CHECKPOINT
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
           CALL "MODIDIOM" USING 'O' W-IDI-COLEGIO W-IDI-CLAVE
                                  W-IDI-TEXTO W-IDI-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'O' 'BOL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC65'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC65*ERROR*REGISTRO*CORRESPONDENCIA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1010-VERIFICAR-HECHOS.
      *    LOS HECHOS DEBEN SER LOS DEL CIERRE DE SYSIN: LA CABECERA
      *    TRAE LA GENERACION DEL CONSOLIDADO DEL QUE SALIERON
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-ANO-ACADEMICO NOT NUMERIC
               OR WS-ANO-ACADEMICO = ZERO
               OR WS-TRIMESTRE NOT NUMERIC
               OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
               DISPLAY '*CCPRAC65*SYSIN*ANO*TRIMESTRE*INVALIDOS*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HECHOS
           IF NOT FS-HECHOS-OK OR NOT HC-ES-CABECERA THEN
               DISPLAY '*CCPRAC65*ABEND*FICHERO*HECHOS*SIN*CABECERA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF HC-ANO NOT = WS-ANO-ACADEMICO
               OR HC-TRIMESTRE NOT = WS-TRIMESTRE
               OR (WS-GENERACION NUMERIC AND WS-GENERACION > 0
                   AND HC-GENERACION NOT = WS-GENERACION) THEN
               DISPLAY '*CCPRAC65*ABEND*HECHOS*DE*OTRO*CIERRE* '
                   'HECHOS ' HC-ANO ' / ' HC-TRIMESTRE
                   ' GENERACION ' HC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE HC-ANO        TO W-GC-ANO
           MOVE HC-TRIMESTRE  TO W-GC-TRIMESTRE
           MOVE HC-FECHA      TO W-GC-FECHA
           MOVE HC-GENERACION TO W-GC-GENERACION
           DISPLAY 'HECHOS DEL CIERRE: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA
           .
      ******************************************************************
       1050-LEER-CHECKPOINT.
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           IF CORREO-SOLICITADO THEN
             OPEN OUTPUT F-ETIQ-TMP
             IF NOT FS-ETIQ-TMP-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ETIQUETAS TEMPORAL'
               DISPLAY FS-ETIQ-TMP
               PERFORM 5000-END-PROGRAM
             END-IF
           END-IF

           END-IF
           .
      ******************************************************************
       2000-CARGAR-HECHOS.
           PERFORM 2100-LEER-HECHO
           PERFORM UNTIL FIN-DE-HECHOS
             INITIALIZE REG-BOLETIN
             MOVE HE-NIF       TO BO-NIF
             MOVE HE-NOMBRE    TO BO-NOMBRE
             MOVE HE-APELLIDOS TO BO-APELLIDOS
             MOVE HE-COLEGIO   TO BO-COLEGIO
             MOVE HE-GRUPO     TO BO-GRUPO
             MOVE HE-CURSO     TO BO-CURSO
             PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
               MOVE HE-NOTA (C-ASIG)        TO BO-NOTA (C-ASIG)
               MOVE HE-MAT-HONOR (C-ASIG)   TO BO-MAT-HONOR (C-ASIG)
               MOVE HE-ACS (C-ASIG)         TO BO-ACS (C-ASIG)
               MOVE HE-COMPUTABLE (C-ASIG)  TO BO-COMPUTABLE (C-ASIG)
               MOVE HE-PERDIDA-EC (C-ASIG)  TO BO-PERDIDA-EC (C-ASIG)
               MOVE HE-HORAS-FALTA (C-ASIG) TO BO-HORAS (C-ASIG)
               MOVE HE-PEND-ANO (C-ASIG)    TO BO-PEND-ANO (C-ASIG)
               MOVE HE-PCT-GLOBAL (C-ASIG)  TO BO-PCT-GLOBAL (C-ASIG)
               MOVE HE-PCT-COLEGIO (C-ASIG)
                 TO BO-PCT-COLEGIO (C-ASIG)
             END-PERFORM
             MOVE HE-COMPETENCIAS TO BO-COMPETENCIAS
             MOVE HE-PCT-MEDIA-GLOBAL  TO BO-PCT-MEDIA-GLOBAL
             MOVE HE-PCT-MEDIA-COLEGIO TO BO-PCT-MEDIA-COLEGIO
             IF CORREO-SOLICITADO THEN
               MOVE HE-CODIGO-POSTAL TO BO-CP
               MOVE HE-DIRECCION     TO BO-DIRECCION
               MOVE HE-TUTOR-LEGAL   TO BO-TUTOR
             END-IF
             MOVE HE-TUTOR-NOMBRE TO BO-TUTOR-NOMBRE
             RELEASE REG-BOLETIN
             ADD 1 TO C-ALUMNOS
             MOVE HE-COLEGIO TO WS-COLEGIO
             IF WS-COLEGIO >= 1 AND WS-COLEGIO <= 99 THEN
               ADD 1 TO T-PG-ALUMNOS (WS-COLEGIO)
             END-IF
             PERFORM 2100-LEER-HECHO
           END-PERFORM
           CLOSE F-HECHOS
           .
      ******************************************************************
       2100-LEER-HECHO.
      *    EL FICHERO SOLO VALE SI TERMINA EN SU COLA *FIN Y ESTA
      *    CUADRA CON LOS ALUMNOS LEIDOS
           READ F-HECHOS
           EVALUATE TRUE
             WHEN FS-HECHOS-EOF
               DISPLAY '*CCPRAC65*ABEND*FICHERO*HECHOS*INCOMPLETO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN NOT FS-HECHOS-OK
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN HC-ES-COLA
               SET FIN-DE-HECHOS TO TRUE
               IF HC-REGISTROS NOT = C-ALUMNOS THEN
                 DISPLAY '*CCPRAC65*ABEND*DESCUADRE*HECHOS* COLA '
                     HC-REGISTROS ' LEIDOS ' C-ALUMNOS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       3000-IMPRIMIR-BOLETINES.
           .
      ******************************************************************
       3200-IMPRIMIR-PAGINA.
           PERFORM 3280-ASENTAR-BOLETIN
           PERFORM 3150-ETIQUETAS-DEL-IDIOMA
           WRITE LINEA-BOLETIN FROM LINEA-BOL-CABECERA
               AFTER ADVANCING CANAL-12
           MOVE BO-GRUPO TO LBO-GRUPO
           MOVE BO-CURSO TO LBO-CURSO
           WRITE LINEA-BOLETIN FROM LINEA-BOL-COLEGIO AFTER 1
           PERFORM 3210-ETAPA-DEL-ALUMNO

           MOVE 0 TO W-SUMA-NOTAS
           MOVE 0 TO C-ASIGNATURAS-AL
           MOVE 0 TO C-NO-COMPUTABLES-AL
           MOVE 0 TO C-PERDIDAS-EC-AL
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             PERFORM 3300-LINEA-DE-ASIGNATURA
           END-PERFORM
             MOVE BO-PCT-MEDIA-GLOBAL TO LBM-PCT-GLOBAL
           END-IF
           WRITE LINEA-BOLETIN FROM LINEA-BOL-MEDIA AFTER 2
           IF C-NO-COMPUTABLES-AL > 0 THEN
             PERFORM 3255-NOTA-NO-COMPUTABLE
           END-IF
           IF C-PERDIDAS-EC-AL > 0 THEN
             PERFORM 3258-NOTA-PERDIDA-EC
           END-IF

           IF BO-COMPETENCIAS NOT = ZEROS THEN
             PERFORM 3260-BLOQUE-COMPETENCIAS
           END-IF
           PERFORM 3270-BLOQUE-DEL-TUTOR
           WRITE LINEA-BOLETIN FROM LINEA-BOL-VERIFICACION AFTER 2

           ADD 1 TO C-PAGINAS
           MOVE BO-COLEGIO TO WS-COLEGIO
           END-IF
           PERFORM 1060-ESCRIBIR-CHECKPOINT
           .
      ******************************************************************
       3210-ETAPA-DEL-ALUMNO.
      *    LA ESCALA ES LA DE LA ETAPA DEL CURSO DEL ALUMNO EN SU
      *    COLEGIO; SIN ETAPA O SIN TRAMOS PROPIOS VALE LA GENERAL
           MOVE BO-COLEGIO TO W-ET-COLEGIO
           MOVE BO-CURSO   TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE SPACES     TO W-ESC-ETIQUETA
           MOVE W-ET-ETAPA TO W-ESC-ETIQUETA (1:1)
           CALL "MODESCAL" USING 'E' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       3150-ETIQUETAS-DEL-IDIOMA.
      *    LOS ROTULOS VUELVEN SIEMPRE AL CASTELLANO Y SOLO SE
           END-CALL
           .
      ******************************************************************
       3255-NOTA-NO-COMPUTABLE.
           MOVE 'NC: NOTA NO COMPUTABLE EN LA MEDIA' TO LBX-TEXTO
           MOVE BO-COLEGIO TO W-IDI-COLEGIO
           MOVE 'BOL-NCOM' TO W-IDI-CLAVE
           PERFORM 3160-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:40) TO LBX-TEXTO
           END-IF
           WRITE LINEA-BOLETIN FROM LINEA-BOL-NO-COMPUTABLE AFTER 1
           .
      ******************************************************************
       3258-NOTA-PERDIDA-EC.
           MOVE 'PEC: PERDIDA EVAL. CONTINUA - A PRUEBA FINAL'
             TO LBE-TEXTO
           MOVE BO-COLEGIO TO W-IDI-COLEGIO
           MOVE 'BOL-PEC ' TO W-IDI-CLAVE
           PERFORM 3160-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO TO LBE-TEXTO
           END-IF
           WRITE LINEA-BOLETIN FROM LINEA-BOL-PERDIDA-EC AFTER 1
           .
      ******************************************************************
       3260-BLOQUE-COMPETENCIAS.
      *    NIVEL CERO: LA JUNTA NO EVALUO ESA COMPETENCIA
           MOVE 'COMPETENCIAS CLAVE: ' TO LBK-ROTULO
           MOVE BO-COLEGIO TO W-IDI-COLEGIO
           MOVE 'BOL-COMP' TO W-IDI-CLAVE
           PERFORM 3160-BUSCAR-ETIQUETA
           IF W-ETIQUETA-ENCONTRADA THEN
             MOVE W-IDI-TEXTO (1:20) TO LBK-ROTULO
           END-IF
           WRITE LINEA-BOLETIN FROM LINEA-BOL-COMP-TITULO AFTER 2
           PERFORM VARYING C-COMP FROM 1 BY 1 UNTIL C-COMP > 8
             MOVE T-KC-SIGLA (C-COMP)  TO LBK-SIGLA
             MOVE T-KC-NOMBRE (C-COMP) TO LBK-NOMBRE
             IF BO-NIVEL-COMPETENCIA (C-COMP) >= 1
                 AND BO-NIVEL-COMPETENCIA (C-COMP) <= 4 THEN
               MOVE T-KC-NIVEL-TEXTO (BO-NIVEL-COMPETENCIA (C-COMP))
                 TO LBK-NIVEL
             ELSE
               MOVE 'SIN EVALUAR' TO LBK-NIVEL
             END-IF
             WRITE LINEA-BOLETIN FROM LINEA-BOL-COMPETENCIA AFTER 1
           END-PERFORM
           .
      ******************************************************************
       3270-BLOQUE-DEL-TUTOR.
           MOVE BO-TUTOR-NOMBRE TO LBT-NOMBRE
           IF LBT-NOMBRE NOT = SPACES THEN
             MOVE 'TUTOR:   '        TO LBT-ROTULO
             MOVE 'FIRMA DEL TUTOR: ' TO LBT-FIRMA
             WRITE LINEA-BOLETIN FROM LINEA-BOL-TUTOR AFTER 2
           END-IF
           .
      ******************************************************************
       3280-ASENTAR-BOLETIN.
      *    SOLO SE ASIENTAN LAS PAGINAS QUE SE IMPRIMEN: LAS SALTADAS
      *    EN UN REINICIO YA QUEDARON ASENTADAS EN LA PASADA ANTERIOR
           MOVE BO-NIF     TO W-CO-NIF
           MOVE BO-COLEGIO TO W-CO-COLEGIO
           MOVE W-GC-ANO   TO W-CO-ANO
           MOVE SPACES     TO W-CO-REFERENCIA
           STRING 'T' W-GC-TRIMESTRE ' G' W-GC-GENERACION
               DELIMITED BY SIZE INTO W-CO-REFERENCIA
           CALL "MODCORRE" USING 'A' 'BOL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC65'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           IF NOT W-CO-OK THEN
               DISPLAY '*CCPRAC65*ERROR*ASENTAR*BOLETIN* ' W-CO-NIF
               CALL "MODCORRE" USING 'C' 'BOL' W-CO-NIF W-CO-COLEGIO
                                      W-CO-ANO W-CO-REFERENCIA
                                      'CCPRAC65' W-CO-CODIGO
                                      W-CO-RESULTADO
               END-CALL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-CO-CODIGO TO LBV-CODIGO
           .
      ******************************************************************
       3250-ETIQUETA-POSTAL.
           INITIALIZE REG-ETIQUETA
             STRING 'ASIGNATURA ' C-ASIG DELIMITED BY SIZE
               INTO LBN-ASIGNATURA
           END-IF
           MOVE SPACES TO LBN-ACS
           MOVE SPACES TO LBN-NO-COMP
           IF BO-NO-COMPUTABLE (C-ASIG) THEN
             MOVE 'NC' TO LBN-NO-COMP
             ADD 1 TO C-NO-COMPUTABLES-AL
           END-IF
           EVALUATE TRUE
             WHEN BO-SIN-EVAL-CONTINUA (C-ASIG)
      *        SIN NOTA ORDINARIA: EL ALUMNO VA A LA PRUEBA FINAL Y LA
      *        ASIGNATURA NO ENTRA EN LA MEDIA DEL BOLETIN
               MOVE 'PEC' TO LBN-NOTA-R
               MOVE 'PERDIDA EV.CONT.' TO LBN-CALIF
               ADD 1 TO C-PERDIDAS-EC-AL
             WHEN BO-NOTA (C-ASIG) > 0
               MOVE BO-NOTA (C-ASIG) TO LBN-NOTA
               IF NOT BO-NO-COMPUTABLE (C-ASIG) THEN
                 ADD BO-NOTA (C-ASIG) TO W-SUMA-NOTAS
                 ADD 1 TO C-ASIGNATURAS-AL
               END-IF
               MOVE BO-NOTA (C-ASIG) TO W-ESC-NOTA
               CALL "MODESCAL" USING 'L' W-ESC-NOTA W-ESC-ETIQUETA
                                      W-ESC-ENCONTRADO
               END-CALL
               MOVE W-ESC-ETIQUETA TO LBN-CALIF
               IF BO-CON-ACS (C-ASIG) THEN
                 MOVE 'ACS' TO LBN-ACS
               END-IF
               IF BO-NOTA (C-ASIG) = 10 AND NOT BO-CON-ACS (C-ASIG)
                   AND BO-CON-MH (C-ASIG) THEN
                 MOVE 'MATRICULA HONOR ' TO LBN-CALIF
               END-IF
             WHEN OTHER
               MOVE 'NP' TO LBN-NOTA-R
               MOVE SPACES TO LBN-CALIF
           END-EVALUATE
           MOVE BO-HORAS (C-ASIG) TO LBN-FALTAS
           IF BO-PCT-COLEGIO (C-ASIG) = 999 THEN
             MOVE SPACES TO LBN-PCT-COLEGIO
           END-IF
           WRITE LINEA-BOLETIN FROM LINEA-BOL-NOTA AFTER 1
           .
      ******************************************************************
       3400-LINEA-DE-PENDIENTE.
           MOVE C-ASIG TO W-ASG-DIGITO
           CALL "MODESCAL" USING 'C' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCORRE" USING 'C' 'BOL' W-CO-NIF W-CO-COLEGIO
                                  W-CO-ANO W-CO-REFERENCIA 'CCPRAC65'
                                  W-CO-CODIGO W-CO-RESULTADO
           END-CALL
           CLOSE F-BOLETINES
           CLOSE F-RESUMEN
           MOVE C-PAGINAS TO WS-METRI-REGISTROS
