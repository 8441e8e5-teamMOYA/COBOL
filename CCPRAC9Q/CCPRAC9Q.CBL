      *                 REGISTRO AL POR ALUMNO (MEDIA, PERCENTILES,    *
      *                 FALTAS) Y UN REGISTRO NO POR ASIGNATURA CON    *
      *                 LA NOTA Y SU ETIQUETA DE MODESCAL, Y COLA      *
      *                 FIN CON LOS TOTALES DE CONTROL. EL             *
      *                 CONSOLIDADO ES LA GENERACION DE CIERRE DEL     *
      *                 TRIMESTRE EN EL CATALOGO (MODGENCA), O LA QUE  *
      *                 FIJE SYSIN; SI NO ESTA CATALOGADA SE ABORTA.   *
      *                 YA NO SE EMPAREJA AQUI: LAS NOTAS, LA MEDIA,   *
      *                 LAS FALTAS DEL TRIMESTRE, LOS PERCENTILES Y EL *
      *                 CONSENTIMIENTO SALEN DEL FICHERO DE HECHOS DEL *
      *                 CIERRE (RHECHOS DE CCPRACAO), CUYA CABECERA    *
      *                 DEBE SER DEL ANO+TRIMESTRE (Y EN SU CASO       *
      *                 GENERACION) DE SYSIN; SIN COLA *FIN CUADRADA   *
      *                 LA EXPORTACION ABORTA.                         *
      *                 LA ETIQUETA DE CADA NOTA SALE DE LA ESCALA DE  *
      *                 LA ETAPA EDUCATIVA DEL CURSO DEL ALUMNO EN SU  *
      *                 COLEGIO (MODETAPA); SIN ETAPA VALE LA GENERAL. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

           SELECT F-EXPORT ASSIGN EXPPORT
               FILE STATUS IS FS-EXPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       FD F-EXPORT
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK      VALUE '00'.
               88 FS-HECHOS-EOF     VALUE '10'.
           05 FS-EXPORT PIC XX.
               88 FS-EXPORT-OK      VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-TRIMESTRE         PIC 9.
           05 WS-GENERACION        PIC 9(6).
           05 FILLER               PIC X(69).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-SIN-CONSENTIMIENTO PIC 9(6) VALUE 0.
           05 C-REGISTROS         PIC 9(7) VALUE 0.
           05 C-ASIG              PIC 9.

       01 WS-HECHOS-EOF-FLAG      PIC X VALUE 'N'.
           88 FIN-DE-HECHOS            VALUE 'S'.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-ESC-ETIQUETA    PIC X(16).
           05 W-ESC-ENCONTRADO  PIC X.

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

       01 REG-EXP-CABECERA.
           05 FILLER               PIC X(3)  VALUE 'CAB'.
           05 ECA-REMITENTE        PIC X(8)  VALUE 'CCNOTAS '.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO-ALUMNOS UNTIL FIN-DE-HECHOS
           PERFORM 3000-FIN
           .
      ******************************************************************
           CALL "MODESCAL" USING 'O' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           MOVE WS-ANO-ACADEMICO TO ECA-ANO
           MOVE WS-TRIMESTRE     TO ECA-TRIMESTRE
           WRITE REG-EXPORT FROM REG-EXP-CABECERA
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
      *    LOS HECHOS DEBEN SER LOS DEL CIERRE QUE SE PUBLICA
           OPEN INPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HECHOS
           IF NOT FS-HECHOS-OK OR NOT HC-ES-CABECERA THEN
               DISPLAY '*CCPRAC9Q*ABEND*FICHERO*HECHOS*SIN*CABECERA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF HC-ANO NOT = WS-ANO-ACADEMICO
               OR HC-TRIMESTRE NOT = WS-TRIMESTRE
               OR (WS-GENERACION NUMERIC AND WS-GENERACION > 0
                   AND HC-GENERACION NOT = WS-GENERACION) THEN
               DISPLAY '*CCPRAC9Q*ABEND*HECHOS*DE*OTRO*CIERRE* '
                   'HECHOS ' HC-ANO ' / ' HC-TRIMESTRE
                   ' GENERACION ' HC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           DISPLAY 'HECHOS DEL CIERRE: GENERACION ' HC-GENERACION
               ' DEL ' HC-FECHA

           OPEN OUTPUT F-EXPORT
           IF NOT FS-EXPORT-OK THEN
           .
      ******************************************************************
       2000-PROCESO-ALUMNOS.
           PERFORM 2400-LEER-HECHO
           IF NOT FIN-DE-HECHOS THEN
             ADD 1 TO C-ALUMNOS
             IF HE-CONSIENTE THEN
               PERFORM 2100-EXPORTAR-ALUMNO
             ELSE
               ADD 1 TO C-SIN-CONSENTIMIENTO
      ******************************************************************
       2100-EXPORTAR-ALUMNO.
           ADD 1 TO C-EXPORTADOS
           PERFORM 2110-ETAPA-DEL-ALUMNO
           PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
             PERFORM 2150-REGISTRO-DE-NOTA
           END-PERFORM

           MOVE HE-NIF     TO EAL-NIF
           MOVE HE-COLEGIO TO EAL-COLEGIO
           MOVE HE-GRUPO   TO EAL-GRUPO
           MOVE HE-CURSO   TO EAL-CURSO
           COMPUTE W-NOTA-POR-100 = HE-MEDIA * 100
           END-COMPUTE
           MOVE W-NOTA-POR-100 TO EAL-MEDIA
           MOVE HE-PCT-MEDIA-GLOBAL  TO EAL-PCT-GLOBAL
           MOVE HE-PCT-MEDIA-COLEGIO TO EAL-PCT-COLEGIO
           MOVE HE-FALTAS-TRIM (WS-TRIMESTRE) TO EAL-FALTAS
           WRITE REG-EXPORT FROM REG-EXP-ALUMNO
           ADD 1 TO C-REGISTROS
           .
      ******************************************************************
       2110-ETAPA-DEL-ALUMNO.
      *    LA ESCALA SE CONSULTA CON LA ETAPA DEL CURSO DEL ALUMNO EN
      *    EL COLEGIO; SIN ETAPA VALE LA GENERAL
           MOVE HE-COLEGIO TO W-ET-COLEGIO
           MOVE HE-CURSO   TO W-ET-CURSO
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
       2150-REGISTRO-DE-NOTA.
           MOVE HE-NIF TO ENO-NIF
           MOVE C-ASIG TO ENO-ASIGNATURA
           COMPUTE W-NOTA-POR-10 = HE-NOTA (C-ASIG) * 10
           END-COMPUTE
           MOVE W-NOTA-POR-10 TO ENO-NOTA
           IF HE-NOTA (C-ASIG) > 0 THEN
             MOVE HE-NOTA (C-ASIG) TO W-ESC-NOTA
             CALL "MODESCAL" USING 'L' W-ESC-NOTA W-ESC-ETIQUETA
                                    W-ESC-ENCONTRADO
             END-CALL
           ADD 1 TO C-REGISTROS
           .
      ******************************************************************
       2400-LEER-HECHO.
      *    EL FICHERO SOLO VALE SI TERMINA EN SU COLA *FIN Y ESTA
      *    CUADRA CON LOS ALUMNOS LEIDOS
           READ F-HECHOS
           EVALUATE TRUE
             WHEN FS-HECHOS-EOF
               DISPLAY '*CCPRAC9Q*ABEND*FICHERO*HECHOS*INCOMPLETO*'
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
                 DISPLAY '*CCPRAC9Q*ABEND*DESCUADRE*HECHOS* COLA '
                     HC-REGISTROS ' LEIDOS ' C-ALUMNOS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       3000-FIN.
           CALL "MODESCAL" USING 'C' W-ESC-NOTA W-ESC-ETIQUETA
                                  W-ESC-ENCONTRADO
           END-CALL
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-HECHOS
           CLOSE F-EXPORT
           MOVE C-EXPORTADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9Q' WS-TIMESTAMP-INICIO
