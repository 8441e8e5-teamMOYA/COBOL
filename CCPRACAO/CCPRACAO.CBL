       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAO.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: FICHERO DE HECHOS POR ALUMNO DEL CIERRE DE     *
      *                 TRIMESTRE. CORRE JUSTO DESPUES DEL MERGE (Y    *
      *                 DE LOS PERCENTILES DE CCPRAC93) PARA QUE LOS   *
      *                 INFORMES DEL CIERRE NO REPITAN CADA UNO EL     *
      *                 MISMO EMPAREJAMIENTO CON 60000 ALUMNOS: LEE    *
      *                 UNA SOLA VEZ EL CONSOLIDADO RALUMN1B Y LO      *
      *                 EMPAREJA POR NIF CON FALTAS, PENDIENTES,       *
      *                 PERCENTILES, CONTACTO, MATRICULAS DE HONOR,    *
      *                 REGISTRO NEE Y PARTES (TODOS OPCIONALES, CON   *
      *                 AVISO), MAS EL TUTOR DE CADA GRUPO (RGRUPOS),  *
      *                 Y ESCRIBE UN REGISTRO RHECHOS POR ALUMNO CON   *
      *                 LA MEDIA Y LOS CONTADORES DE NOTAS YA          *
      *                 CALCULADOS. EL CONSOLIDADO ES LA GENERACION    *
      *                 DE CIERRE DEL ANO+TRIMESTRE DE SYSIN EN EL     *
      *                 CATALOGO (MODGENCA), O LA QUE FIJE SYSIN. SE   *
      *                 VALIDA AQUI UNA SOLA VEZ: CONSOLIDADO EN       *
      *                 SECUENCIA DE NIF Y CUADRADO CON LOS REGISTROS  *
      *                 DEL CATALOGO, Y PERCENTILES DE LA MISMA        *
      *                 GENERACION; SI ALGO FALLA SE ABORTA SIN COLA   *
      *                 *FIN Y NINGUN INFORME ACEPTA EL FICHERO. LA    *
      *                 COLA LLEVA LOS TOTALES DE CONTROL (ALUMNOS,    *
      *                 SUMA DE NOTAS Y ALUMNOS CON DATOS DE CADA      *
      *                 FUENTE) Y EL RESUMEN DE SYSOUT LOS HUERFANOS   *
      *                 DE CADA FUENTE (NIF SIN ALUMNO). TAMBIEN SE    *
      *                 CASAN LOS NIVELES DE COMPETENCIAS CLAVE DEL    *
      *                 ANO (RCOMPCLA DE CCPRACAR, OPCIONAL).          *
      *                 CADA NOTA LLEVA SU INDICADOR COMPUTABLE DEL    *
      *                 PLAN DE ESTUDIOS DEL CURSO (MODPLANE) Y LA     *
      *                 MEDIA SOLO PROMEDIA LAS COMPUTABLES.           *
      *                 LAS PERDIDAS DE EVALUACION CONTINUA DEL ANO    *
      *                 (RPERDEVC DE CCPRACAW, OPCIONAL) SE MARCAN EN  *
      *                 CADA ASIGNATURA DEL HECHO.                     *
      *                 EL PLAN SE CONSULTA CON LA ETAPA EDUCATIVA DEL *
      *                 CURSO DEL ALUMNO EN SU COLEGIO (MODETAPA),     *
      *                 COMO EN LAS ACTAS.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALUMNOS ASSIGN TO WS-DSN-ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-FALTAS ASSIGN FALTAS
               FILE STATUS IS FS-FALTAS.

           SELECT F-PENDIENTES ASSIGN PENDIENT
               FILE STATUS IS FS-PENDIENTES.

           SELECT F-PERCENTILES ASSIGN PERCENTI
               FILE STATUS IS FS-PERCENTILES.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-MAT-HONOR ASSIGN MATHONOR
               FILE STATUS IS FS-MAT-HONOR.

           SELECT F-NEE ASSIGN NEE
               FILE STATUS IS FS-NEE.

           SELECT F-PARTES ASSIGN PARTES
               FILE STATUS IS FS-PARTES.

           SELECT F-COMPCLA ASSIGN COMPETEN
               FILE STATUS IS FS-COMPCLA.

           SELECT F-PERDIDAS ASSIGN PERDEVC
               FILE STATUS IS FS-PERDIDAS.

           SELECT F-GRUPOS ASSIGN GRUPOS
               FILE STATUS IS FS-GRUPOS.

           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALUMNOS
           RECORDING MODE IS F
           DATA RECORD REGISTRO-ALUMNO.
           COPY RALUMN1B.

       FD F-FALTAS
           RECORDING MODE IS F.
           COPY RFALTAS.

       FD F-PENDIENTES
           RECORDING MODE IS F.
           COPY RPENDIEN.

       FD F-PERCENTILES
           RECORDING MODE IS F.
           COPY RPERCENT.

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-MAT-HONOR
           RECORDING MODE IS F.
           COPY RMATHON.

       FD F-NEE
           RECORDING MODE IS F.
           COPY RNEE.

       FD F-PARTES
           RECORDING MODE IS F.
           COPY RPARTES.

       FD F-COMPCLA
           RECORDING MODE IS F.
           COPY RCOMPCLA.

       FD F-PERDIDAS
           RECORDING MODE IS F.
           COPY RPERDEVC.

       FD F-GRUPOS
           RECORDING MODE IS F.
           COPY RGRUPOS.

       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK      VALUE '00'.
               88 FS-ALUMNOS-EOF     VALUE '10'.
           05 FS-FALTAS PIC XX.
               88 FS-FALTAS-OK       VALUE '00'.
               88 FS-FALTAS-EOF      VALUE '10'.
           05 FS-PENDIENTES PIC XX.
               88 FS-PENDIENTES-OK   VALUE '00'.
               88 FS-PENDIENTES-EOF  VALUE '10'.
           05 FS-PERCENTILES PIC XX.
               88 FS-PERCENTILES-OK  VALUE '00'.
               88 FS-PERCENTILES-EOF VALUE '10'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK    VALUE '00'.
               88 FS-CONTACTOS-EOF   VALUE '10'.
           05 FS-MAT-HONOR PIC XX.
               88 FS-MAT-HONOR-OK    VALUE '00'.
               88 FS-MAT-HONOR-EOF   VALUE '10'.
           05 FS-NEE PIC XX.
               88 FS-NEE-OK          VALUE '00'.
               88 FS-NEE-EOF         VALUE '10'.
           05 FS-PARTES PIC XX.
               88 FS-PARTES-OK       VALUE '00'.
               88 FS-PARTES-EOF      VALUE '10'.
           05 FS-COMPCLA PIC XX.
               88 FS-COMPCLA-OK      VALUE '00'.
               88 FS-COMPCLA-EOF     VALUE '10'.
           05 FS-PERDIDAS PIC XX.
               88 FS-PERDIDAS-OK     VALUE '00'.
               88 FS-PERDIDAS-EOF    VALUE '10'.
           05 FS-GRUPOS PIC XX.
               88 FS-GRUPOS-OK       VALUE '00'.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK       VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 WS-GENERACION        PIC 9(6).
           05 FILLER               PIC X(69).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(7) VALUE 0.
           05 C-ASIG              PIC 9.
           05 C-TRIM              PIC 9.

      *    POR FUENTE: REGISTROS LEIDOS, ALUMNOS CON DATOS Y
      *    REGISTROS HUERFANOS (NIF QUE NO ESTA EN EL CONSOLIDADO)
       01 T-FUENTES.
           05 T-FU-ENTRADA OCCURS 9.
               10 T-FU-LEIDOS      PIC 9(7).
               10 T-FU-CON-DATOS   PIC 9(7).
               10 T-FU-HUERFANOS   PIC 9(7).
       01 T-FUENTES-NOMBRES.
           05 FILLER PIC X(12) VALUE 'FALTAS      '.
           05 FILLER PIC X(12) VALUE 'PENDIENTES  '.
           05 FILLER PIC X(12) VALUE 'PERCENTILES '.
           05 FILLER PIC X(12) VALUE 'CONTACTO    '.
           05 FILLER PIC X(12) VALUE 'MAT. HONOR  '.
           05 FILLER PIC X(12) VALUE 'NEE (ACS)   '.
           05 FILLER PIC X(12) VALUE 'PARTES      '.
           05 FILLER PIC X(12) VALUE 'COMPETENCIAS'.
           05 FILLER PIC X(12) VALUE 'EV. CONTINUA'.
       01 T-FUENTES-NOMBRES-R REDEFINES T-FUENTES-NOMBRES.
           05 T-FU-NOMBRE PIC X(12) OCCURS 9.
       01 WS-IDX-FUENTE           PIC 99.
       01 WS-IDX-COMPETENCIA      PIC 9.
       01 WS-CON-DATOS-FLAG       PIC X.
           88 ALUMNO-CON-DATOS         VALUE 'S'.

       01 T-TUTORES.
           05 C-TUTORES         PIC 999 VALUE 0.
           05 T-TU-ENTRADA OCCURS 500.
               10 T-TU-COLEGIO  PIC 99.
               10 T-TU-GRUPO    PIC XX.
               10 T-TU-COD      PIC 9(4).
               10 T-TU-NOMBRE   PIC X(15).
       01 WS-IDX-TUTOR         PIC 999.

       01 W-MEDIAS.
           05 W-SUMA-NOTAS        PIC 999V9.
           05 W-SUMA-CONTROL      PIC 9(9) VALUE 0.
           05 W-NOTA-DECIMAS      PIC 999.
           05 C-COMPUTABLES       PIC 9.

       01 W-PLAN-LOOKUP.
           05 W-PLA-CURSO       PIC 9.
           05 W-PLA-ASIG        PIC 9.
           05 W-PLA-TIPO        PIC X.
           05 W-PLA-ENCONTRADO  PIC X.
               88 W-PLAN-ENCONTRADA        VALUE 'S'.
           05 W-PLA-COMPUTABLE  PIC X.
               88 W-PLA-COMPUTA            VALUE 'S'.

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

       01 WS-NIF-ANTERIOR         PIC X(9) VALUE LOW-VALUES.

       01 WS-DSN-ALUMNOS          PIC X(44) VALUE SPACES.

       01 W-GENCAT-LOOKUP.
           05 W-GC-ANO          PIC 9(4).
           05 W-GC-TRIMESTRE    PIC 9.
           05 W-GC-FECHA        PIC X(8).
           05 W-GC-GENERACION   PIC 9(6).
           05 W-GC-REGISTROS    PIC 9(7).
           05 W-GC-DATASET      PIC X(44).
           05 W-GC-RESULTADO    PIC X.
               88 W-GC-ENCONTRADA    VALUE 'S'.

       01 LINEA-RES-FUENTE.
           05 FILLER            PIC X(8)  VALUE 'FUENTE: '.
           05 LRF-FUENTE        PIC X(12).
           05 FILLER            PIC X(9)  VALUE ' LEIDOS: '.
           05 LRF-LEIDOS        PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' CON DATOS: '.
           05 LRF-CON-DATOS     PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' HUERFANOS: '.
           05 LRF-HUERFANOS     PIC ZZZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-ALUMNOS UNTIL FS-ALUMNOS-EOF
           PERFORM 3000-CUADRE
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           PERFORM 1010-RESOLVER-GENERACION
           INITIALIZE T-FUENTES
           PERFORM 1030-CARGAR-TUTORES
           CALL "MODPLANE" USING 'O' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1100-ABRIR-FICHEROS

           MOVE SPACES          TO REG-HECHOS-CONTROL
           MOVE '*CAB'          TO HC-MARCA
           MOVE W-GC-FECHA      TO HC-FECHA
           MOVE W-GC-GENERACION TO HC-GENERACION
           MOVE W-GC-ANO        TO HC-ANO
           MOVE W-GC-TRIMESTRE  TO HC-TRIMESTRE
           MOVE 0               TO HC-REGISTROS
           WRITE REG-HECHOS-CONTROL
           .
      ******************************************************************
       1010-RESOLVER-GENERACION.
      *    EL CONSOLIDADO ES EL DEL CIERRE DEL TRIMESTRE SEGUN EL
      *    CATALOGO; UNA GENERACION EN SYSIN LO FIJA A MANO
           INITIALIZE W-GENCAT-LOOKUP
           IF WS-GENERACION NUMERIC AND WS-GENERACION > 0 THEN
               MOVE WS-GENERACION TO W-GC-GENERACION
               CALL "MODGENCA" USING 'G' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           ELSE
               IF WS-ANO-ACADEMICO NOT NUMERIC
                   OR WS-ANO-ACADEMICO = ZERO
                   OR WS-TRIMESTRE NOT NUMERIC
                   OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3 THEN
                   DISPLAY '*CCPRACAO*SYSIN*ANO*TRIMESTRE*INVALIDOS*'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 5000-END-PROGRAM
               END-IF
               MOVE WS-ANO-ACADEMICO TO W-GC-ANO
               MOVE WS-TRIMESTRE     TO W-GC-TRIMESTRE
               CALL "MODGENCA" USING 'T' W-GC-ANO W-GC-TRIMESTRE
                                      W-GC-FECHA W-GC-GENERACION
                                      W-GC-REGISTROS W-GC-DATASET
                                      W-GC-RESULTADO
               END-CALL
           END-IF
           IF NOT W-GC-ENCONTRADA THEN
               DISPLAY '*CCPRACAO*ABEND*GENERACION*NO*CATALOGADA* '
                   'CIERRE ' W-GC-ANO ' / ' W-GC-TRIMESTRE
                   ' GENERACION ' W-GC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE W-GC-DATASET TO WS-DSN-ALUMNOS
           DISPLAY 'CONSOLIDADO: GENERACION ' W-GC-GENERACION
               ' DEL ' W-GC-FECHA ' ' WS-DSN-ALUMNOS
           .
      ******************************************************************
       1030-CARGAR-TUTORES.
           OPEN INPUT F-GRUPOS
           IF NOT FS-GRUPOS-OK THEN
             DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*GRUPOS* HECHOS '
                 'SIN TUTOR DEL GRUPO'
           ELSE
             READ F-GRUPOS
             PERFORM UNTIL NOT FS-GRUPOS-OK OR C-TUTORES >= 500
               ADD 1 TO C-TUTORES
               MOVE COD-COLEGIO OF REG-GRUPO
                 TO T-TU-COLEGIO (C-TUTORES)
               MOVE COD-GRUPO OF REG-GRUPO
                 TO T-TU-GRUPO (C-TUTORES)
               MOVE TUTOR-PROFESOR TO T-TU-COD (C-TUTORES)
               MOVE TUTOR-NOMBRE   TO T-TU-NOMBRE (C-TUTORES)
               READ F-GRUPOS
             END-PERFORM
             CLOSE F-GRUPOS
           END-IF
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

           OPEN INPUT F-FALTAS
           IF NOT FS-FALTAS-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*FALTAS*'
               MOVE HIGH-VALUES TO NIF OF REG-FALTAS
           ELSE
               PERFORM 2250-LEER-FALTA
           END-IF

           OPEN INPUT F-PENDIENTES
           IF NOT FS-PENDIENTES-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*PENDIENTES*'
               MOVE HIGH-VALUES TO NIF OF REG-PENDIENTE
           ELSE
               PERFORM 2350-LEER-PENDIENTE
           END-IF

           OPEN INPUT F-PERCENTILES
           IF NOT FS-PERCENTILES-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*PERCENTILES*'
               MOVE HIGH-VALUES TO PC-NIF OF REG-PERCENTIL
           ELSE
               PERFORM 2450-LEER-PERCENTIL
           END-IF

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*MAESTRO*CONTACTO*'
               MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           ELSE
               PERFORM 2550-LEER-CONTACTO
           END-IF

           OPEN INPUT F-MAT-HONOR
           IF NOT FS-MAT-HONOR-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*MAT*HONOR*'
               MOVE HIGH-VALUES TO MH-NIF
           ELSE
               PERFORM 2650-LEER-MAT-HONOR
           END-IF

           OPEN INPUT F-NEE
           IF NOT FS-NEE-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*REGISTRO*NEE*'
               MOVE HIGH-VALUES TO NE-NIF
           ELSE
               PERFORM 2750-LEER-NEE
           END-IF

           OPEN INPUT F-PARTES
           IF NOT FS-PARTES-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*REGISTRO*PARTES*'
               MOVE HIGH-VALUES TO PC-NIF OF REG-PARTE
           ELSE
               PERFORM 2850-LEER-PARTE
           END-IF

           OPEN INPUT F-COMPCLA
           IF NOT FS-COMPCLA-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*REGISTRO*COMPETENCIAS*'
               MOVE HIGH-VALUES TO KC-NIF
           ELSE
               PERFORM 2870-LEER-COMPETENCIA
           END-IF

           OPEN INPUT F-PERDIDAS
           IF NOT FS-PERDIDAS-OK THEN
               DISPLAY '*CCPRACAO*AVISO*SIN*FICHERO*PERDIDA*EV*CONT*'
               MOVE HIGH-VALUES TO PE-NIF
           ELSE
               PERFORM 2890-LEER-PERDIDA-EC
           END-IF

           OPEN OUTPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESO-ALUMNOS.
           READ F-ALUMNOS
           IF FS-ALUMNOS-OK THEN
             IF NIF OF REG-ALUMNOS <= WS-NIF-ANTERIOR THEN
               DISPLAY '*CCPRACAO*ABEND*CONSOLIDADO*FUERA*DE*'
                   'SECUENCIA* ' NIF OF REG-ALUMNOS
                   ' TRAS ' WS-NIF-ANTERIOR
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             MOVE NIF OF REG-ALUMNOS TO WS-NIF-ANTERIOR
             ADD 1 TO C-ALUMNOS
             PERFORM 2100-MONTAR-HECHO
             WRITE REG-HECHOS
           END-IF
           .
      ******************************************************************
       2100-MONTAR-HECHO.
           INITIALIZE REG-HECHOS
           MOVE NIF OF REG-ALUMNOS       TO HE-NIF
           MOVE NOMBRE OF REG-ALUMNOS    TO HE-NOMBRE
           MOVE APELLIDOS OF REG-ALUMNOS TO HE-APELLIDOS
           MOVE COLEGIO OF REG-ALUMNOS   TO HE-COLEGIO
           MOVE GRUPO OF REG-ALUMNOS     TO HE-GRUPO
           MOVE CURSO OF REG-ALUMNOS     TO HE-CURSO
           MOVE 0 TO W-SUMA-NOTAS
           MOVE 0 TO C-COMPUTABLES
           MOVE CURSO OF REG-ALUMNOS TO W-PLA-CURSO
           PERFORM 2110-ETAPA-DEL-ALUMNO
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             MOVE NOTA OF REG-ALUMNOS (C-ASIG) TO HE-NOTA (C-ASIG)
             MOVE C-ASIG TO W-PLA-ASIG
             CALL "MODPLANE" USING 'L' W-PLA-CURSO W-PLA-ASIG
                                    W-PLA-TIPO W-PLA-ENCONTRADO
                                    W-PLA-COMPUTABLE
             END-CALL
             MOVE W-PLA-COMPUTABLE TO HE-COMPUTABLE (C-ASIG)
             MOVE 999 TO HE-PCT-GLOBAL (C-ASIG)
             MOVE 999 TO HE-PCT-COLEGIO (C-ASIG)
             MOVE 'N' TO HE-MAT-HONOR (C-ASIG)
             MOVE 'N' TO HE-ACS (C-ASIG)
             MOVE 'N' TO HE-PERDIDA-EC (C-ASIG)
             IF HE-NOTA (C-ASIG) = 0 THEN
               ADD 1 TO HE-NP
             ELSE
               ADD 1 TO HE-EVALUADAS
               IF NOT HE-NO-COMPUTABLE (C-ASIG) THEN
                 ADD 1 TO C-COMPUTABLES
                 ADD HE-NOTA (C-ASIG) TO W-SUMA-NOTAS
               END-IF
               IF HE-NOTA (C-ASIG) < 5 THEN
                 ADD 1 TO HE-SUSPENSOS
               END-IF
               COMPUTE W-NOTA-DECIMAS = HE-NOTA (C-ASIG) * 10
               END-COMPUTE
               ADD W-NOTA-DECIMAS TO W-SUMA-CONTROL
             END-IF
           END-PERFORM
           IF C-COMPUTABLES > 0 THEN
             COMPUTE HE-MEDIA ROUNDED = W-SUMA-NOTAS / C-COMPUTABLES
             END-COMPUTE
           ELSE
             MOVE 0 TO HE-MEDIA
           END-IF
           MOVE 999 TO HE-PCT-MEDIA-GLOBAL
           MOVE 999 TO HE-PCT-MEDIA-COLEGIO
           MOVE 'N' TO HE-CONSENTIMIENTO

           PERFORM 2200-SUMAR-FALTAS
           PERFORM 2300-ANOTAR-PENDIENTES
           PERFORM 2400-ANOTAR-PERCENTILES
           PERFORM 2500-ANOTAR-CONTACTO
           PERFORM 2600-ANOTAR-MAT-HONOR
           PERFORM 2700-ANOTAR-NEE
           PERFORM 2800-CONTAR-PARTES
           PERFORM 2860-ANOTAR-COMPETENCIAS
           PERFORM 2880-ANOTAR-PERDIDA-EC
           PERFORM 2900-ANOTAR-TUTOR
           .
      ******************************************************************
       2110-ETAPA-DEL-ALUMNO.
      *    EL INDICADOR COMPUTABLE SALE DEL PLAN DE LA ETAPA DEL CURSO
      *    DEL ALUMNO EN SU COLEGIO, EL MISMO QUE USA EL ACTA DE
      *    CCPRAC68; SIN ETAPA VALE EL PLAN GENERAL
           MOVE COLEGIO OF REG-ALUMNOS TO W-ET-COLEGIO
           MOVE CURSO OF REG-ALUMNOS TO W-ET-CURSO
           CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE W-ET-ETAPA TO W-PLA-TIPO
           CALL "MODPLANE" USING 'E' W-PLA-CURSO W-PLA-ASIG
                                  W-PLA-TIPO W-PLA-ENCONTRADO
                                  W-PLA-COMPUTABLE
           END-CALL
           .
      ******************************************************************
       2200-SUMAR-FALTAS.
      *    HORAS DEL ANO POR ASIGNATURA, Y POR TRIMESTRE EL TOTAL Y
      *    LAS NO JUSTIFICADAS
           MOVE 1 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL NIF OF REG-FALTAS >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2250-LEER-FALTA
           END-PERFORM
           PERFORM UNTIL NIF OF REG-FALTAS > HE-NIF
             IF ANO-ACADEMICO OF REG-FALTAS = W-GC-ANO THEN
               SET ALUMNO-CON-DATOS TO TRUE
               IF ASIGNATURA OF REG-FALTAS >= 1
                   AND ASIGNATURA OF REG-FALTAS <= 6 THEN
                 ADD HORAS-FALTA OF REG-FALTAS
                   TO HE-HORAS-FALTA (ASIGNATURA OF REG-FALTAS)
               END-IF
               MOVE TRIMESTRE OF REG-FALTAS TO C-TRIM
               IF C-TRIM >= 1 AND C-TRIM <= 3 THEN
                 ADD HORAS-FALTA OF REG-FALTAS
                   TO HE-FALTAS-TRIM (C-TRIM)
                 IF FALTA-NO-JUSTIFICADA THEN
                   ADD HORAS-FALTA OF REG-FALTAS
                     TO HE-NOJUST-TRIM (C-TRIM)
                 END-IF
               END-IF
             END-IF
             PERFORM 2250-LEER-FALTA
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2250-LEER-FALTA.
           READ F-FALTAS
           IF FS-FALTAS-OK THEN
             ADD 1 TO T-FU-LEIDOS (1)
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-FALTAS
           END-IF
           .
      ******************************************************************
       2300-ANOTAR-PENDIENTES.
           MOVE 2 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL NIF OF REG-PENDIENTE >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2350-LEER-PENDIENTE
           END-PERFORM
           PERFORM UNTIL NIF OF REG-PENDIENTE > HE-NIF
             IF ASIGNATURA OF REG-PENDIENTE >= 1
                 AND ASIGNATURA OF REG-PENDIENTE <= 6
                 AND PEND-VIVA THEN
               SET ALUMNO-CON-DATOS TO TRUE
               MOVE ANO-ORIGEN OF REG-PENDIENTE
                 TO HE-PEND-ANO (ASIGNATURA OF REG-PENDIENTE)
             END-IF
             PERFORM 2350-LEER-PENDIENTE
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2350-LEER-PENDIENTE.
           READ F-PENDIENTES
           IF FS-PENDIENTES-OK THEN
             ADD 1 TO T-FU-LEIDOS (2)
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-PENDIENTE
           END-IF
           .
      ******************************************************************
       2400-ANOTAR-PERCENTILES.
           MOVE 3 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL PC-NIF OF REG-PERCENTIL >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2450-LEER-PERCENTIL
           END-PERFORM
           IF PC-NIF OF REG-PERCENTIL = HE-NIF THEN
             SET ALUMNO-CON-DATOS TO TRUE
             PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
               MOVE PC-ASIG-GLOBAL (C-ASIG)
                 TO HE-PCT-GLOBAL (C-ASIG)
               MOVE PC-ASIG-COLEGIO (C-ASIG)
                 TO HE-PCT-COLEGIO (C-ASIG)
             END-PERFORM
             MOVE PC-MEDIA-GLOBAL  TO HE-PCT-MEDIA-GLOBAL
             MOVE PC-MEDIA-COLEGIO TO HE-PCT-MEDIA-COLEGIO
             PERFORM 2450-LEER-PERCENTIL
           END-IF
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2450-LEER-PERCENTIL.
           READ F-PERCENTILES
           IF FS-PERCENTILES-OK THEN
             ADD 1 TO T-FU-LEIDOS (3)
           ELSE
             MOVE HIGH-VALUES TO PC-NIF OF REG-PERCENTIL
           END-IF
           .
      ******************************************************************
       2500-ANOTAR-CONTACTO.
           MOVE 4 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL NIF OF REG-CONTACTO >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2550-LEER-CONTACTO
           END-PERFORM
           IF NIF OF REG-CONTACTO = HE-NIF THEN
             SET ALUMNO-CON-DATOS TO TRUE
             MOVE CODIGO-POSTAL OF REG-CONTACTO  TO HE-CODIGO-POSTAL
             MOVE DIRECCION OF REG-CONTACTO      TO HE-DIRECCION
             MOVE TUTOR-LEGAL OF REG-CONTACTO    TO HE-TUTOR-LEGAL
             MOVE TELEFONO OF REG-CONTACTO       TO HE-TELEFONO
             MOVE CONSENTIMIENTO OF REG-CONTACTO TO HE-CONSENTIMIENTO
             PERFORM 2550-LEER-CONTACTO
           END-IF
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2550-LEER-CONTACTO.
           READ F-CONTACTOS
           IF FS-CONTACTOS-OK THEN
             ADD 1 TO T-FU-LEIDOS (4)
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           END-IF
           .
      ******************************************************************
       2600-ANOTAR-MAT-HONOR.
      *    SOLO LAS MH DEL FICHERO DE CCPRAC83 SON OFICIALES
           MOVE 5 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL MH-NIF >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2650-LEER-MAT-HONOR
           END-PERFORM
           PERFORM UNTIL MH-NIF > HE-NIF
             IF MH-ASIGNATURA >= 1 AND MH-ASIGNATURA <= 6 THEN
               SET ALUMNO-CON-DATOS TO TRUE
               MOVE 'S' TO HE-MAT-HONOR (MH-ASIGNATURA)
             END-IF
             PERFORM 2650-LEER-MAT-HONOR
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2650-LEER-MAT-HONOR.
           READ F-MAT-HONOR
           IF FS-MAT-HONOR-OK THEN
             ADD 1 TO T-FU-LEIDOS (5)
           ELSE
             MOVE HIGH-VALUES TO MH-NIF
           END-IF
           .
      ******************************************************************
       2700-ANOTAR-NEE.
      *    SOLO LAS ADAPTACIONES SIGNIFICATIVAS DEL ANO: LAS NO
      *    SIGNIFICATIVAS SIGUEN EL PLAN ORDINARIO
           MOVE 6 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL NE-NIF >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2750-LEER-NEE
           END-PERFORM
           PERFORM UNTIL NE-NIF > HE-NIF
             IF NE-ANO-ACADEMICO = W-GC-ANO
                 AND NE-ADAPTACION-SIGNIFICATIVA
                 AND NE-ASIGNATURA >= 1 AND NE-ASIGNATURA <= 6 THEN
               SET ALUMNO-CON-DATOS TO TRUE
               MOVE 'S' TO HE-ACS (NE-ASIGNATURA)
             END-IF
             PERFORM 2750-LEER-NEE
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2750-LEER-NEE.
           READ F-NEE
           IF FS-NEE-OK THEN
             ADD 1 TO T-FU-LEIDOS (6)
           ELSE
             MOVE HIGH-VALUES TO NE-NIF
           END-IF
           .
      ******************************************************************
       2800-CONTAR-PARTES.
           MOVE 7 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL PC-NIF OF REG-PARTE >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2850-LEER-PARTE
           END-PERFORM
           PERFORM UNTIL PC-NIF OF REG-PARTE > HE-NIF
             IF PC-ANO-ACADEMICO = W-GC-ANO THEN
               SET ALUMNO-CON-DATOS TO TRUE
               IF PC-LEVE THEN
                 ADD 1 TO HE-PARTES-LEVES
               ELSE
                 ADD 1 TO HE-PARTES-GRAVES
               END-IF
             END-IF
             PERFORM 2850-LEER-PARTE
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2850-LEER-PARTE.
           READ F-PARTES
           IF FS-PARTES-OK THEN
             ADD 1 TO T-FU-LEIDOS (7)
           ELSE
             MOVE HIGH-VALUES TO PC-NIF OF REG-PARTE
           END-IF
           .
      ******************************************************************
       2860-ANOTAR-COMPETENCIAS.
      *    SOLO LA JUNTA DEL ANO DE LA CABECERA
           MOVE 8 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL KC-NIF >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2870-LEER-COMPETENCIA
           END-PERFORM
           PERFORM UNTIL KC-NIF > HE-NIF
             IF KC-ANO = W-GC-ANO THEN
               SET ALUMNO-CON-DATOS TO TRUE
               PERFORM VARYING WS-IDX-COMPETENCIA FROM 1 BY 1
                       UNTIL WS-IDX-COMPETENCIA > 8
                 IF KC-NIVEL-VALIDO (WS-IDX-COMPETENCIA) THEN
                   MOVE KC-NIVEL (WS-IDX-COMPETENCIA)
                     TO HE-NIVEL-COMPETENCIA (WS-IDX-COMPETENCIA)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM 2870-LEER-COMPETENCIA
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2870-LEER-COMPETENCIA.
           READ F-COMPCLA
           IF FS-COMPCLA-OK THEN
             ADD 1 TO T-FU-LEIDOS (8)
           ELSE
             MOVE HIGH-VALUES TO KC-NIF
           END-IF
           .
      ******************************************************************
       2880-ANOTAR-PERDIDA-EC.
      *    SOLO LAS PERDIDAS DEL ANO DE LA CABECERA
           MOVE 9 TO WS-IDX-FUENTE
           MOVE 'N' TO WS-CON-DATOS-FLAG
           PERFORM UNTIL PE-NIF >= HE-NIF
             ADD 1 TO T-FU-HUERFANOS (WS-IDX-FUENTE)
             PERFORM 2890-LEER-PERDIDA-EC
           END-PERFORM
           PERFORM UNTIL PE-NIF > HE-NIF
             IF PE-ANO = W-GC-ANO
                 AND PE-ASIGNATURA >= 1 AND PE-ASIGNATURA <= 6 THEN
               SET ALUMNO-CON-DATOS TO TRUE
               MOVE 'S' TO HE-PERDIDA-EC (PE-ASIGNATURA)
             END-IF
             PERFORM 2890-LEER-PERDIDA-EC
           END-PERFORM
           PERFORM 2950-CONTAR-CON-DATOS
           .
      ******************************************************************
       2890-LEER-PERDIDA-EC.
           READ F-PERDIDAS
           IF FS-PERDIDAS-OK THEN
             ADD 1 TO T-FU-LEIDOS (9)
           ELSE
             MOVE HIGH-VALUES TO PE-NIF
           END-IF
           .
      ******************************************************************
       2900-ANOTAR-TUTOR.
           PERFORM VARYING WS-IDX-TUTOR FROM 1 BY 1
                   UNTIL WS-IDX-TUTOR > C-TUTORES
             IF T-TU-COLEGIO (WS-IDX-TUTOR) = HE-COLEGIO
                 AND T-TU-GRUPO (WS-IDX-TUTOR) = HE-GRUPO THEN
               MOVE T-TU-COD (WS-IDX-TUTOR)    TO HE-TUTOR-PROFESOR
               MOVE T-TU-NOMBRE (WS-IDX-TUTOR) TO HE-TUTOR-NOMBRE
             END-IF
           END-PERFORM
           .
      ******************************************************************
       2950-CONTAR-CON-DATOS.
           IF ALUMNO-CON-DATOS THEN
             ADD 1 TO T-FU-CON-DATOS (WS-IDX-FUENTE)
           END-IF
           .
      ******************************************************************
       3000-CUADRE.
      *    LO QUE QUEDA EN CADA FUENTE TRAS EL ULTIMO ALUMNO TAMBIEN
      *    ES HUERFANO
           PERFORM UNTIL NIF OF REG-FALTAS = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (1)
             PERFORM 2250-LEER-FALTA
           END-PERFORM
           PERFORM UNTIL NIF OF REG-PENDIENTE = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (2)
             PERFORM 2350-LEER-PENDIENTE
           END-PERFORM
           PERFORM UNTIL PC-NIF OF REG-PERCENTIL = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (3)
             PERFORM 2450-LEER-PERCENTIL
           END-PERFORM
           PERFORM UNTIL NIF OF REG-CONTACTO = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (4)
             PERFORM 2550-LEER-CONTACTO
           END-PERFORM
           PERFORM UNTIL MH-NIF = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (5)
             PERFORM 2650-LEER-MAT-HONOR
           END-PERFORM
           PERFORM UNTIL NE-NIF = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (6)
             PERFORM 2750-LEER-NEE
           END-PERFORM
           PERFORM UNTIL PC-NIF OF REG-PARTE = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (7)
             PERFORM 2850-LEER-PARTE
           END-PERFORM
           PERFORM UNTIL KC-NIF = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (8)
             PERFORM 2870-LEER-COMPETENCIA
           END-PERFORM
           PERFORM UNTIL PE-NIF = HIGH-VALUES
             ADD 1 TO T-FU-HUERFANOS (9)
             PERFORM 2890-LEER-PERDIDA-EC
           END-PERFORM

           PERFORM VARYING WS-IDX-FUENTE FROM 1 BY 1
                   UNTIL WS-IDX-FUENTE > 9
             MOVE T-FU-NOMBRE (WS-IDX-FUENTE)    TO LRF-FUENTE
             MOVE T-FU-LEIDOS (WS-IDX-FUENTE)    TO LRF-LEIDOS
             MOVE T-FU-CON-DATOS (WS-IDX-FUENTE) TO LRF-CON-DATOS
             MOVE T-FU-HUERFANOS (WS-IDX-FUENTE) TO LRF-HUERFANOS
             DISPLAY LINEA-RES-FUENTE
           END-PERFORM

      *    EL CONSOLIDADO DEBE TENER LOS REGISTROS QUE ANOTO EL
      *    CATALOGO; SIN COLA *FIN NINGUN INFORME ACEPTA EL FICHERO
           IF W-GC-REGISTROS > 0 AND C-ALUMNOS NOT = W-GC-REGISTROS
             THEN
               DISPLAY '*CCPRACAO*ABEND*DESCUADRE*CONSOLIDADO* LEIDOS '
                   C-ALUMNOS ' CATALOGO ' W-GC-REGISTROS
               MOVE 12 TO RETURN-CODE
               CLOSE F-HECHOS
               PERFORM 5000-END-PROGRAM
           END-IF
      *    LOS PERCENTILES DE CCPRAC93 SALEN DEL MISMO CONSOLIDADO:
      *    SI NO CUBREN A TODOS SON DE OTRA GENERACION
           IF T-FU-LEIDOS (3) > 0
               AND (T-FU-CON-DATOS (3) NOT = C-ALUMNOS
                 OR T-FU-HUERFANOS (3) > 0) THEN
               DISPLAY '*CCPRACAO*ABEND*PERCENTILES*DE*OTRA*'
                   'GENERACION* CON PERCENTIL ' T-FU-CON-DATOS (3)
                   ' ALUMNOS ' C-ALUMNOS
               MOVE 12 TO RETURN-CODE
               CLOSE F-HECHOS
               PERFORM 5000-END-PROGRAM
           END-IF

           MOVE SPACES          TO REG-HECHOS-CONTROL
           MOVE '*FIN'          TO HC-MARCA
           MOVE W-GC-FECHA      TO HC-FECHA
           MOVE W-GC-GENERACION TO HC-GENERACION
           MOVE W-GC-ANO        TO HC-ANO
           MOVE W-GC-TRIMESTRE  TO HC-TRIMESTRE
           MOVE C-ALUMNOS       TO HC-REGISTROS
           MOVE W-SUMA-CONTROL  TO HC-SUMA-NOTAS
           MOVE T-FU-CON-DATOS (1) TO HC-CON-FALTAS
           MOVE T-FU-CON-DATOS (2) TO HC-CON-PENDIENTES
           MOVE T-FU-CON-DATOS (3) TO HC-CON-PERCENTIL
           MOVE T-FU-CON-DATOS (4) TO HC-CON-CONTACTO
           MOVE T-FU-CON-DATOS (5) TO HC-CON-MAT-HONOR
           MOVE T-FU-CON-DATOS (6) TO HC-CON-ACS
           MOVE T-FU-CON-DATOS (7) TO HC-CON-PARTES
           MOVE T-FU-CON-DATOS (8) TO HC-CON-COMPETENCIAS
           MOVE T-FU-CON-DATOS (9) TO HC-CON-PERDIDA-EC
           WRITE REG-HECHOS-CONTROL
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'SUMA DE NOTAS (DEC):' W-SUMA-CONTROL
           CLOSE F-ALUMNOS
           IF FS-FALTAS-OK OR FS-FALTAS-EOF THEN
             CLOSE F-FALTAS
           END-IF
           IF FS-PENDIENTES-OK OR FS-PENDIENTES-EOF THEN
             CLOSE F-PENDIENTES
           END-IF
           IF FS-PERCENTILES-OK OR FS-PERCENTILES-EOF THEN
             CLOSE F-PERCENTILES
           END-IF
           IF FS-CONTACTOS-OK OR FS-CONTACTOS-EOF THEN
             CLOSE F-CONTACTOS
           END-IF
           IF FS-MAT-HONOR-OK OR FS-MAT-HONOR-EOF THEN
             CLOSE F-MAT-HONOR
           END-IF
           IF FS-NEE-OK OR FS-NEE-EOF THEN
             CLOSE F-NEE
           END-IF
           IF FS-PARTES-OK OR FS-PARTES-EOF THEN
             CLOSE F-PARTES
           END-IF
           IF FS-COMPCLA-OK OR FS-COMPCLA-EOF THEN
             CLOSE F-COMPCLA
           END-IF
           IF FS-PERDIDAS-OK OR FS-PERDIDAS-EOF THEN
             CLOSE F-PERDIDAS
           END-IF
           CLOSE F-HECHOS
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
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAO' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
