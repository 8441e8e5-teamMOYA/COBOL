      *                 SUSPENSOS Y SUS HORAS NO JUSTIFICADAS, CON     *
      *                 LA MARCA DE RIESGO CUANDO LA MEDIA NO LLEGA    *
      *                 AL 5 O LAS FALTAS PASAN EL UMBRAL DE SYSIN.    *
      *                 CON EL REGISTRO DE PARTES DE CONVIVENCIA       *
      *                 (RPARTES, OPCIONAL, POR NIF) CADA ALUMNO       *
      *                 MUESTRA SUS LEVES Y SUS GRAVES/MUY GRAVES DEL  *
      *                 ANO, Y TAMBIEN QUEDA EN RIESGO CON ALGUN PARTE *
      *                 GRAVE O CON TANTAS LEVES COMO LA REGLA DE      *
      *                 ESCALADA DE SYSIN (3 POR DEFECTO). ALUMNOS,    *
      *                 FALTAS, PARTES Y TUTOR YA NO SE EMPAREJAN      *
      *                 AQUI: TODO SALE DEL FICHERO DE HECHOS DEL      *
      *                 CIERRE (RHECHOS DE CCPRACAO), CON LAS FALTAS   *
      *                 Y PARTES DEL ANO DE SU CABECERA. UN ANO EN     *
      *                 SYSIN DEBE COINCIDIR CON ELLA, Y SIN COLA *FIN *
      *                 CUADRADA LOS PAQUETES ABORTAN.                 *
      *                 CADA PAQUETE LLEVA LA ETAPA EDUCATIVA DEL      *
      *                 CURSO DEL GRUPO (MODETAPA) Y LA TIRADA CIERRA  *
      *                 CON UNA HOJA DE ALUMNOS Y ALUMNOS EN RIESGO    *
      *                 POR ETAPA.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           C12 IS CANAL-12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HECHOS ASSIGN HECHOS
               FILE STATUS IS FS-HECHOS.

           SELECT F-PAQUETES ASSIGN PAQUETES
               FILE STATUS IS FS-PAQUETES.

       DATA DIVISION.
       FILE SECTION.
       FD F-HECHOS
           RECORDING MODE IS F.
           COPY RHECHOS.

       FD F-PAQUETES
           RECORDING MODE IS F
           05 EV-SUSPENSOS         PIC 9.
           05 EV-NP                PIC 9.
           05 EV-FALTAS            PIC 9(4).
           05 EV-PARTES-LEVES      PIC 99.
           05 EV-PARTES-GRAVES     PIC 99.
           05 EV-TUTOR-COD         PIC 9(4).
           05 EV-TUTOR-NOMBRE      PIC X(15).
           05 EV-ETAPA             PIC X.
           05 EV-IDX-ETAPA         PIC 99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-HECHOS PIC XX.
               88 FS-HECHOS-OK      VALUE '00'.
               88 FS-HECHOS-EOF     VALUE '10'.
           05 FS-PAQUETES PIC XX.
               88 FS-PAQUETES-OK    VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-UMBRAL-FALTAS     PIC 9(3).
           05 WS-LEVES-POR-GRAVE   PIC 9.
           05 FILLER               PIC X(72).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-PAQUETES          PIC 9(4) VALUE 0.
           05 C-EN-RIESGO         PIC 9(5) VALUE 0.
           05 C-TRIM              PIC 9.

       01 WS-HECHOS-EOF-FLAG      PIC X VALUE 'N'.
           88 FIN-DE-HECHOS            VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.
           05 LPC-TUTOR PIC X(15).
           05 FILLER  PIC X(7)  VALUE '  ANO: '.
           05 LPC-ANO PIC 9(4).
           05 FILLER  PIC X(9)  VALUE '  ETAPA: '.
           05 LPC-ETAPA PIC X.
           05 FILLER  PIC X(40) VALUE SPACES.

       01 LINEA-PAQ-ALUMNO.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LPA-FALTAS    PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LPA-MARCA     PIC X(10).
           05 FILLER        PIC X(9)  VALUE ' PARTES: '.
           05 LPA-PA-LEVES  PIC Z9.
           05 FILLER        PIC X     VALUE '/'.
           05 LPA-PA-GRAVES PIC Z9.
           05 FILLER        PIC X(4)  VALUE SPACES.

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
               10 T-RE-EN-RIESGO     PIC 9(5).
       01 WS-IDX-ETAPA            PIC 99.

       01 LINEA-RESUMEN-ETAPA-CAB.
           05 FILLER  PIC X(37) VALUE
               'ALUMNOS EN RIESGO POR ETAPA EDUCATIVA'.

       01 LINEA-RESUMEN-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LRE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LRE-NOMBRE    PIC X(14).
           05 FILLER        PIC X(10) VALUE '  ALUMNOS:'.
           05 LRE-ALUMNOS   PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  EN RIESGO:'.
           05 LRE-EN-RIESGO PIC ZZZZ9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).
             DISPLAY '*CCPRAC9E*SYSIN*SIN*UMBRAL* SE ASUMEN 15 '
                 'HORAS NO JUSTIFICADAS'
           END-IF
           IF WS-LEVES-POR-GRAVE NOT NUMERIC
               OR WS-LEVES-POR-GRAVE = ZERO THEN
             MOVE 3 TO WS-LEVES-POR-GRAVE
           END-IF
           PERFORM 1200-ABRIR-FICHEROS
           MOVE HC-ANO TO LPC-ANO
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-HECHOS
           IF NOT FS-HECHOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO HECHOS'
               DISPLAY FS-HECHOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-HECHOS
           IF NOT FS-HECHOS-OK OR NOT HC-ES-CABECERA THEN
               DISPLAY '*CCPRAC9E*ABEND*FICHERO*HECHOS*SIN*CABECERA*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-ANO-ACADEMICO NUMERIC AND WS-ANO-ACADEMICO > 0
               AND HC-ANO NOT = WS-ANO-ACADEMICO THEN
               DISPLAY '*CCPRAC9E*ABEND*HECHOS*DE*OTRO*ANO* '
                   'HECHOS ' HC-ANO ' / ' HC-TRIMESTRE
                   ' GENERACION ' HC-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-PAQUETES
           .
      ******************************************************************
       2000-PREPARAR-ALUMNOS.
           PERFORM 2300-LEER-HECHO
           PERFORM UNTIL FIN-DE-HECHOS
             ADD 1 TO C-ALUMNOS
             PERFORM 2100-RESUMIR-ALUMNO
             RELEASE REG-EVAL
             PERFORM 2300-LEER-HECHO
           END-PERFORM
           CLOSE F-HECHOS
           .
      ******************************************************************
       2100-RESUMIR-ALUMNO.
           INITIALIZE REG-EVAL
           MOVE HE-COLEGIO   TO EV-COLEGIO
           MOVE HE-GRUPO     TO EV-GRUPO
           MOVE HE-NIF       TO EV-NIF
           MOVE HE-NOMBRE    TO EV-NOMBRE
           MOVE HE-APELLIDOS TO EV-APELLIDOS
           MOVE HE-MEDIA     TO EV-MEDIA
           MOVE HE-SUSPENSOS TO EV-SUSPENSOS
           MOVE HE-NP        TO EV-NP
           PERFORM VARYING C-TRIM FROM 1 BY 1 UNTIL C-TRIM > 3
             ADD HE-NOJUST-TRIM (C-TRIM) TO EV-FALTAS
           END-PERFORM
           MOVE HE-PARTES-LEVES   TO EV-PARTES-LEVES
           MOVE HE-PARTES-GRAVES  TO EV-PARTES-GRAVES
           MOVE HE-TUTOR-PROFESOR TO EV-TUTOR-COD
           MOVE HE-TUTOR-NOMBRE   TO EV-TUTOR-NOMBRE
           PERFORM 2150-ETAPA-DEL-ALUMNO
           .
      ******************************************************************
       2150-ETAPA-DEL-ALUMNO.
      *    LA ETAPA DEL CURSO VIAJA CON EL ALUMNO AL PAQUETE DE SU
      *    GRUPO (21 = SIN ETAPA)
           MOVE HE-COLEGIO TO W-ET-COLEGIO
           MOVE HE-CURSO TO W-ET-CURSO
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
           MOVE WS-IDX-ETAPA TO EV-IDX-ETAPA
           IF WS-IDX-ETAPA = 21 THEN
             MOVE SPACE TO EV-ETAPA
           ELSE
             MOVE W-ET-ETAPA TO EV-ETAPA
           END-IF
           .
      ******************************************************************
       2300-LEER-HECHO.
      *    EL FICHERO SOLO VALE SI TERMINA EN SU COLA *FIN Y ESTA
      *    CUADRA CON LOS ALUMNOS LEIDOS
           READ F-HECHOS
           EVALUATE TRUE
             WHEN FS-HECHOS-EOF
               DISPLAY '*CCPRAC9E*ABEND*FICHERO*HECHOS*INCOMPLETO*'
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
                 DISPLAY '*CCPRAC9E*ABEND*DESCUADRE*HECHOS* COLA '
                     HC-REGISTROS ' LEIDOS ' C-ALUMNOS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       3000-IMPRIMIR-PAQUETES.
           ADD 1 TO C-PAQUETES
           MOVE EV-COLEGIO TO LPC-COLEGIO
           MOVE EV-GRUPO   TO LPC-GRUPO
           MOVE EV-ETAPA   TO LPC-ETAPA
           IF EV-TUTOR-COD > 0 THEN
             MOVE EV-TUTOR-NOMBRE TO LPC-TUTOR
           ELSE
             MOVE 'SIN TUTOR      ' TO LPC-TUTOR
           END-IF
           WRITE LINEA-PAQUETE FROM LINEA-PAQ-CABECERA
               AFTER ADVANCING CANAL-12
           MOVE EV-COLEGIO TO WS-COLEGIO-ABIERTO
           MOVE EV-SUSPENSOS TO LPA-SUSPENSOS
           MOVE EV-NP        TO LPA-NP
           MOVE EV-FALTAS    TO LPA-FALTAS
           MOVE EV-PARTES-LEVES  TO LPA-PA-LEVES
           MOVE EV-PARTES-GRAVES TO LPA-PA-GRAVES
           ADD 1 TO T-RE-ALUMNOS (EV-IDX-ETAPA)
           IF EV-MEDIA < 5 OR EV-FALTAS >= WS-UMBRAL-FALTAS
               OR EV-PARTES-GRAVES > 0
               OR EV-PARTES-LEVES >= WS-LEVES-POR-GRAVE THEN
             MOVE '*RIESGO*  ' TO LPA-MARCA
             ADD 1 TO C-EN-RIESGO
             ADD 1 TO T-RE-EN-RIESGO (EV-IDX-ETAPA)
           ELSE
             MOVE SPACES TO LPA-MARCA
           END-IF
           WRITE LINEA-PAQUETE FROM LINEA-PAQ-ALUMNO AFTER 1
           .
      ******************************************************************
       3400-RESUMEN-ETAPAS.
           WRITE LINEA-PAQUETE FROM LINEA-RESUMEN-ETAPA-CAB
               AFTER ADVANCING CANAL-12
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
               MOVE T-RE-EN-RIESGO (WS-IDX-ETAPA)
                 TO LRE-EN-RIESGO
               WRITE LINEA-PAQUETE FROM LINEA-RESUMEN-ETAPA AFTER 1
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'PAQUETES EMITIDOS:  ' C-PAQUETES
           DISPLAY 'ALUMNOS EN RIESGO:  ' C-EN-RIESGO
           PERFORM 3400-RESUMEN-ETAPAS
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-PAQUETES
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9E' WS-TIMESTAMP-INICIO
