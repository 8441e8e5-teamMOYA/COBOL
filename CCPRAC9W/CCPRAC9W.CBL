       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9W.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONTROL DE RUTAS DE TRANSPORTE POR PARADA Y    *
      *                 DERECHO A TRANSPORTE SEGUN EL DOMICILIO.       *
      *                 RECORRE EL MAESTRO RALUMN02 (POR NIF) CRUZADO  *
      *                 CON EL REGISTRO DE SERVICIOS RSERVICI (POR     *
      *                 NIF+SERVICIO) Y EL MAESTRO DE CONTACTO         *
      *                 RCONTACT (POR NIF, CODIGO POSTAL). CON EL      *
      *                 MAESTRO DE PARADAS RPARADAS Y LA TABLA DE      *
      *                 DISTANCIAS RDISTCP EN MEMORIA:                 *
      *                 - EL ALUMNO DE TRANSPORTE SE ASIGNA A LA       *
      *                   PRIMERA PARADA DE SU RUTA QUE SIRVE SU CP;   *
      *                   SI NINGUNA LO SIRVE SE LISTA COMO RUTA QUE   *
      *                   NO PASA POR SU ZONA.                         *
      *                 - EL ALUMNO SIN TRANSPORTE QUE VIVE A MAS      *
      *                   KILOMETROS DE LOS DE SYSIN SE LISTA COMO     *
      *                   FUERA DE DISTANCIA SIN RUTA.                 *
      *                 EL ROSTER DEL CONDUCTOR SE IMPRIME POR RUTA,   *
      *                 EN EL ORDEN DE LAS PARADAS (SORT INTERNO).     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-SERVICIOS ASSIGN SERVICIO
               FILE STATUS IS FS-SERVICIOS.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-PARADAS ASSIGN PARADAS
               FILE STATUS IS FS-PARADAS.

           SELECT F-DISTANCIAS ASSIGN DISTCP
               FILE STATUS IS FS-DISTANCIAS.

           SELECT F-INCIDENCIAS ASSIGN INCIDENC
               FILE STATUS IS FS-INCIDENCIAS.

           SELECT F-ROSTER ASSIGN ROSTRUTA
               FILE STATUS IS FS-ROSTER.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-SERVICIOS
           RECORDING MODE IS F.
           COPY RSERVICI.

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-PARADAS
           RECORDING MODE IS F.
           COPY RPARADAS.

       FD F-DISTANCIAS
           RECORDING MODE IS F.
           COPY RDISTCP.

       FD F-INCIDENCIAS
           RECORDING MODE IS F
           DATA RECORD LINEA-INCIDENCIA.
       01 LINEA-INCIDENCIA         PIC X(80).

       FD F-ROSTER
           RECORDING MODE IS F
           DATA RECORD LINEA-ROSTER.
       01 LINEA-ROSTER             PIC X(132).

       SD F-SORT
           DATA RECORD REG-ROSTER.
       01 REG-ROSTER.
           05 RO-RUTA              PIC X(4).
           05 RO-ORDEN             PIC 99.
           05 RO-PARADA            PIC X(20).
           05 RO-HORA              PIC X(4).
           05 RO-APELLIDOS         PIC X(30).
           05 RO-NOMBRE            PIC X(15).
           05 RO-NIF               PIC X(9).
           05 RO-COLEGIO           PIC 99.
           05 RO-DIRECCION         PIC X(25).
           05 RO-TELEFONO          PIC X(9).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
               88 FS-MAESTRO-EOF    VALUE '10'.
           05 FS-SERVICIOS PIC XX.
               88 FS-SERVICIOS-OK   VALUE '00'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
           05 FS-PARADAS PIC XX.
               88 FS-PARADAS-OK     VALUE '00'.
           05 FS-DISTANCIAS PIC XX.
               88 FS-DISTANCIAS-OK  VALUE '00'.
           05 FS-INCIDENCIAS PIC XX.
               88 FS-INCIDENCIAS-OK VALUE '00'.
           05 FS-ROSTER PIC XX.
               88 FS-ROSTER-OK      VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-KM-GRATUITO       PIC 99V9.
           05 FILLER               PIC X(77).

       01 C-CONTADORES.
           05 C-ALUMNOS           PIC 9(6) VALUE 0.
           05 C-TRANSPORTE        PIC 9(6) VALUE 0.
           05 C-EN-PARADA         PIC 9(6) VALUE 0.
           05 C-FUERA-DE-ZONA     PIC 9(6) VALUE 0.
           05 C-SIN-RUTA          PIC 9(6) VALUE 0.
           05 C-SIN-DOMICILIO     PIC 9(6) VALUE 0.
           05 C-SIN-DISTANCIA     PIC 9(6) VALUE 0.

       01 T-PARADAS.
           05 C-PARADAS          PIC 999 VALUE 0.
           05 T-PA-ENTRADA OCCURS 500.
               10 T-PA-RUTA      PIC X(4).
               10 T-PA-ORDEN     PIC 99.
               10 T-PA-NOMBRE    PIC X(20).
               10 T-PA-HORA      PIC X(4).
               10 T-PA-NUM-CP    PIC 9.
               10 T-PA-CP        PIC X(5) OCCURS 5.

       01 T-DISTANCIAS.
           05 C-DISTANCIAS       PIC 9(4) VALUE 0.
           05 T-DC-ENTRADA OCCURS 2000.
               10 T-DC-COLEGIO   PIC 99.
               10 T-DC-CP        PIC X(5).
               10 T-DC-KM        PIC 99V9.

       01 WS-IDX               PIC 9(4).
       01 WS-IDX-CP            PIC 9.
       01 WS-IDX-PARADA        PIC 999.
       01 WS-RUTA-DEFINIDA     PIC X.
           88 RUTA-DEFINIDA         VALUE 'S'.
       01 WS-TRANSPORTE-FLAG   PIC X.
           88 TIENE-TRANSPORTE      VALUE 'S'.
       01 WS-RUTA-ALUMNO       PIC X(4).
       01 WS-KM-ALUMNO         PIC 99V9.
       01 WS-KM-ENCONTRADO     PIC X.
           88 KM-ENCONTRADO         VALUE 'S'.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-RUTA-ABIERTA         PIC X(4).
       01 WS-ORDEN-ABIERTO        PIC 99.
       01 WS-HAY-CABECERA         PIC X VALUE 'N'.
       01 WS-ALUMNOS-RUTA         PIC 9(4).

       01 LINEA-INC-DETALLE.
           05 LIN-NIF              PIC X(9).
           05 FILLER               PIC X     VALUE SPACE.
           05 LIN-COLEGIO          PIC Z9.
           05 FILLER               PIC X(6)  VALUE ' RUTA '.
           05 LIN-RUTA             PIC X(4).
           05 FILLER               PIC X(4)  VALUE ' CP '.
           05 LIN-CP               PIC X(5).
           05 FILLER               PIC X(4)  VALUE ' KM '.
           05 LIN-KM               PIC Z9,9.
           05 FILLER               PIC X     VALUE SPACE.
           05 LIN-MOTIVO           PIC X(40).

       01 LINEA-ROS-RUTA.
           05 FILLER        PIC X(25)
               VALUE 'ROSTER DEL CONDUCTOR   - '.
           05 FILLER        PIC X(6)  VALUE 'RUTA: '.
           05 LRR-RUTA      PIC X(4).
           05 FILLER        PIC X(97) VALUE SPACES.

       01 LINEA-ROS-PARADA.
           05 FILLER        PIC X(8)  VALUE 'PARADA '.
           05 LRP-ORDEN     PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRP-NOMBRE    PIC X(20).
           05 FILLER        PIC X(7)  VALUE '  HORA '.
           05 LRP-HORA-HH   PIC XX.
           05 FILLER        PIC X     VALUE ':'.
           05 LRP-HORA-MM   PIC XX.
           05 FILLER        PIC X(88) VALUE SPACES.

       01 LINEA-ROS-ALUMNO.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LRA-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-APELLIDOS PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 LRA-NOMBRE    PIC X(15).
           05 FILLER        PIC X(10) VALUE ' COLEGIO: '.
           05 LRA-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRA-DIRECCION PIC X(25).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LRA-TELEFONO  PIC X(9).
           05 FILLER        PIC X(22) VALUE SPACES.

       01 LINEA-ROS-TOTAL.
           05 FILLER        PIC X(20) VALUE 'ALUMNOS EN LA RUTA: '.
           05 LRT-ALUMNOS   PIC ZZZ9.
           05 FILLER        PIC X(108) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY RO-RUTA RO-ORDEN RO-APELLIDOS RO-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CRUZAR-ALUMNOS
               OUTPUT PROCEDURE 3000-IMPRIMIR-ROSTERS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-KM-GRATUITO NOT NUMERIC OR WS-KM-GRATUITO = 0 THEN
             MOVE 3 TO WS-KM-GRATUITO
           END-IF
           INITIALIZE T-PARADAS
           INITIALIZE T-DISTANCIAS
           PERFORM 1100-CARGAR-PARADAS
           PERFORM 1200-CARGAR-DISTANCIAS

           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAESTRO'
               DISPLAY FS-MAESTRO
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-SERVICIOS
           IF NOT FS-SERVICIOS-OK THEN
               DISPLAY 'ERROR LEER REGISTRO SERVICIOS'
               DISPLAY FS-SERVICIOS
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2810-LEER-SERVICIO

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'ERROR LEER MAESTRO CONTACTO'
               DISPLAY FS-CONTACTOS
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2820-LEER-CONTACTO

           OPEN OUTPUT F-INCIDENCIAS
           IF NOT FS-INCIDENCIAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INCIDENCIAS'
               DISPLAY FS-INCIDENCIAS
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-ROSTER
           IF NOT FS-ROSTER-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ROSTER'
               DISPLAY FS-ROSTER
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1100-CARGAR-PARADAS.
           OPEN INPUT F-PARADAS
           IF NOT FS-PARADAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO PARADAS'
               DISPLAY FS-PARADAS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-PARADAS
           PERFORM UNTIL NOT FS-PARADAS-OK OR C-PARADAS >= 500
             ADD 1 TO C-PARADAS
             MOVE PA-RUTA   TO T-PA-RUTA (C-PARADAS)
             MOVE PA-ORDEN  TO T-PA-ORDEN (C-PARADAS)
             MOVE PA-NOMBRE TO T-PA-NOMBRE (C-PARADAS)
             MOVE PA-HORA   TO T-PA-HORA (C-PARADAS)
             IF PA-NUM-CP NOT NUMERIC OR PA-NUM-CP > 5 THEN
               DISPLAY '*CCPRAC9W*PARADA*SIN*CODIGOS*POSTALES* '
                   PA-RUTA ' ' PA-ORDEN
               MOVE 0 TO T-PA-NUM-CP (C-PARADAS)
             ELSE
               MOVE PA-NUM-CP TO T-PA-NUM-CP (C-PARADAS)
             END-IF
             PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                     UNTIL WS-IDX-CP > T-PA-NUM-CP (C-PARADAS)
               MOVE PA-CODIGO-POSTAL (WS-IDX-CP)
                 TO T-PA-CP (C-PARADAS WS-IDX-CP)
             END-PERFORM
             READ F-PARADAS
           END-PERFORM
           IF FS-PARADAS-OK THEN
             DISPLAY '*CCPRAC9W*TABLA*PARADAS*LLENA* 500'
           END-IF
           CLOSE F-PARADAS
           .
      ******************************************************************
       1200-CARGAR-DISTANCIAS.
           OPEN INPUT F-DISTANCIAS
           IF NOT FS-DISTANCIAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO DISTANCIAS'
               DISPLAY FS-DISTANCIAS
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-DISTANCIAS
           PERFORM UNTIL NOT FS-DISTANCIAS-OK OR C-DISTANCIAS >= 2000
             ADD 1 TO C-DISTANCIAS
             MOVE DC-COLEGIO       TO T-DC-COLEGIO (C-DISTANCIAS)
             MOVE DC-CODIGO-POSTAL TO T-DC-CP (C-DISTANCIAS)
             MOVE DC-KILOMETROS    TO T-DC-KM (C-DISTANCIAS)
             READ F-DISTANCIAS
           END-PERFORM
           IF FS-DISTANCIAS-OK THEN
             DISPLAY '*CCPRAC9W*TABLA*DISTANCIAS*LLENA* 2000'
           END-IF
           CLOSE F-DISTANCIAS
           .
      ******************************************************************
       2000-CRUZAR-ALUMNOS.
           READ F-MAESTRO
           PERFORM UNTIL FS-MAESTRO-EOF
             ADD 1 TO C-ALUMNOS
             PERFORM 2100-CRUZAR-UNO
             READ F-MAESTRO
           END-PERFORM
           CLOSE F-MAESTRO
           CLOSE F-SERVICIOS
           CLOSE F-CONTACTOS
           .
      ******************************************************************
       2100-CRUZAR-UNO.
      *    LAS LINEAS DE SERVICIO DE NIFS QUE YA NO ESTAN EN EL
      *    MAESTRO SE SALTAN: LAS DEPURA CCPRAC9L
           PERFORM UNTIL SE-NIF >= NIF OF REG-ALUMNOS-GRAL
             PERFORM 2810-LEER-SERVICIO
           END-PERFORM
           MOVE 'N' TO WS-TRANSPORTE-FLAG
           PERFORM UNTIL SE-NIF NOT = NIF OF REG-ALUMNOS-GRAL
             IF SE-TRANSPORTE THEN
               SET TIENE-TRANSPORTE TO TRUE
               MOVE SE-RUTA TO WS-RUTA-ALUMNO
             END-IF
             PERFORM 2810-LEER-SERVICIO
           END-PERFORM
           PERFORM UNTIL NIF OF REG-CONTACTO
                   >= NIF OF REG-ALUMNOS-GRAL
             PERFORM 2820-LEER-CONTACTO
           END-PERFORM

           MOVE NIF OF REG-ALUMNOS-GRAL     TO LIN-NIF
           MOVE COLEGIO OF REG-ALUMNOS-GRAL TO LIN-COLEGIO
           MOVE SPACES TO LIN-RUTA LIN-CP
           MOVE 0 TO LIN-KM
           IF TIENE-TRANSPORTE THEN
             MOVE WS-RUTA-ALUMNO TO LIN-RUTA
           END-IF

           EVALUATE TRUE
             WHEN NIF OF REG-CONTACTO NOT = NIF OF REG-ALUMNOS-GRAL
               IF TIENE-TRANSPORTE THEN
                 ADD 1 TO C-TRANSPORTE
                 ADD 1 TO C-SIN-DOMICILIO
                 MOVE 'SIN DOMICILIO EN EL MAESTRO DE CONTACTO'
                   TO LIN-MOTIVO
                 PERFORM 2400-ESCRIBIR-INCIDENCIA
                 MOVE 99 TO RO-ORDEN
                 MOVE 'SIN DOMICILIO' TO RO-PARADA
                 MOVE SPACES TO RO-HORA
                 PERFORM 2300-SOLTAR-ROSTER
               END-IF
             WHEN TIENE-TRANSPORTE
               ADD 1 TO C-TRANSPORTE
               MOVE CODIGO-POSTAL OF REG-CONTACTO TO LIN-CP
               PERFORM 2200-BUSCAR-PARADA
             WHEN OTHER
               MOVE CODIGO-POSTAL OF REG-CONTACTO TO LIN-CP
               PERFORM 2250-COMPROBAR-DISTANCIA
           END-EVALUATE
           .
      ******************************************************************
       2200-BUSCAR-PARADA.
           MOVE 'N' TO WS-RUTA-DEFINIDA
           MOVE 0 TO WS-IDX-PARADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-PARADAS OR WS-IDX-PARADA > 0
             IF T-PA-RUTA (WS-IDX) = WS-RUTA-ALUMNO THEN
               SET RUTA-DEFINIDA TO TRUE
               PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                       UNTIL WS-IDX-CP > T-PA-NUM-CP (WS-IDX)
                 IF T-PA-CP (WS-IDX WS-IDX-CP)
                     = CODIGO-POSTAL OF REG-CONTACTO THEN
                   MOVE WS-IDX TO WS-IDX-PARADA
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-IDX-PARADA > 0
               ADD 1 TO C-EN-PARADA
               MOVE T-PA-ORDEN (WS-IDX-PARADA)  TO RO-ORDEN
               MOVE T-PA-NOMBRE (WS-IDX-PARADA) TO RO-PARADA
               MOVE T-PA-HORA (WS-IDX-PARADA)   TO RO-HORA
             WHEN NOT RUTA-DEFINIDA
               ADD 1 TO C-FUERA-DE-ZONA
               MOVE 'RUTA SIN PARADAS EN EL MAESTRO' TO LIN-MOTIVO
               PERFORM 2400-ESCRIBIR-INCIDENCIA
               MOVE 99 TO RO-ORDEN
               MOVE 'RUTA SIN PARADAS' TO RO-PARADA
               MOVE SPACES TO RO-HORA
             WHEN OTHER
               ADD 1 TO C-FUERA-DE-ZONA
               MOVE 'LA RUTA NO PASA POR SU ZONA' TO LIN-MOTIVO
               PERFORM 2400-ESCRIBIR-INCIDENCIA
               MOVE 99 TO RO-ORDEN
               MOVE 'FUERA DE ZONA' TO RO-PARADA
               MOVE SPACES TO RO-HORA
           END-EVALUATE
           PERFORM 2300-SOLTAR-ROSTER
           .
      ******************************************************************
       2250-COMPROBAR-DISTANCIA.
           MOVE 'N' TO WS-KM-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > C-DISTANCIAS OR KM-ENCONTRADO
             IF T-DC-COLEGIO (WS-IDX) = COLEGIO OF REG-ALUMNOS-GRAL
                 AND T-DC-CP (WS-IDX)
                     = CODIGO-POSTAL OF REG-CONTACTO THEN
               SET KM-ENCONTRADO TO TRUE
               MOVE T-DC-KM (WS-IDX) TO WS-KM-ALUMNO
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN NOT KM-ENCONTRADO
               ADD 1 TO C-SIN-DISTANCIA
             WHEN WS-KM-ALUMNO > WS-KM-GRATUITO
               ADD 1 TO C-SIN-RUTA
               MOVE WS-KM-ALUMNO TO LIN-KM
               MOVE 'FUERA DE DISTANCIA Y SIN RUTA' TO LIN-MOTIVO
               PERFORM 2400-ESCRIBIR-INCIDENCIA
           END-EVALUATE
           .
      ******************************************************************
       2300-SOLTAR-ROSTER.
           MOVE WS-RUTA-ALUMNO                 TO RO-RUTA
           MOVE APELLIDOS OF REG-ALUMNOS-GRAL  TO RO-APELLIDOS
           MOVE NOMBRE OF REG-ALUMNOS-GRAL     TO RO-NOMBRE
           MOVE NIF OF REG-ALUMNOS-GRAL        TO RO-NIF
           MOVE COLEGIO OF REG-ALUMNOS-GRAL    TO RO-COLEGIO
           IF NIF OF REG-CONTACTO = NIF OF REG-ALUMNOS-GRAL THEN
             MOVE DIRECCION OF REG-CONTACTO    TO RO-DIRECCION
             MOVE TELEFONO OF REG-CONTACTO     TO RO-TELEFONO
           ELSE
             MOVE SPACES TO RO-DIRECCION RO-TELEFONO
           END-IF
           RELEASE REG-ROSTER
           .
      ******************************************************************
       2400-ESCRIBIR-INCIDENCIA.
           WRITE LINEA-INCIDENCIA FROM LINEA-INC-DETALLE
           .
      ******************************************************************
       2810-LEER-SERVICIO.
           IF FS-SERVICIOS-OK THEN
             READ F-SERVICIOS
             IF NOT FS-SERVICIOS-OK THEN
               MOVE HIGH-VALUES TO SE-NIF
             END-IF
           ELSE
             MOVE HIGH-VALUES TO SE-NIF
           END-IF
           .
      ******************************************************************
       2820-LEER-CONTACTO.
           IF FS-CONTACTOS-OK THEN
             READ F-CONTACTOS
             IF NOT FS-CONTACTOS-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
             END-IF
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           END-IF
           .
      ******************************************************************
       3000-IMPRIMIR-ROSTERS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-ROSTER
           PERFORM UNTIL FIN-DE-SORT
             IF RO-RUTA NOT = WS-RUTA-ABIERTA
                 OR WS-HAY-CABECERA = 'N' THEN
               PERFORM 3200-CERRAR-RUTA
               MOVE RO-RUTA TO LRR-RUTA
               WRITE LINEA-ROSTER FROM LINEA-ROS-RUTA
                   AFTER ADVANCING PAGE
               MOVE RO-RUTA TO WS-RUTA-ABIERTA
               MOVE 0 TO WS-ALUMNOS-RUTA
               MOVE 'S' TO WS-HAY-CABECERA
               MOVE 0 TO WS-ORDEN-ABIERTO
               PERFORM 3300-CABECERA-PARADA
             END-IF
             IF RO-ORDEN NOT = WS-ORDEN-ABIERTO THEN
               PERFORM 3300-CABECERA-PARADA
             END-IF
             MOVE RO-NIF       TO LRA-NIF
             MOVE RO-APELLIDOS TO LRA-APELLIDOS
             MOVE RO-NOMBRE    TO LRA-NOMBRE
             MOVE RO-COLEGIO   TO LRA-COLEGIO
             MOVE RO-DIRECCION TO LRA-DIRECCION
             MOVE RO-TELEFONO  TO LRA-TELEFONO
             WRITE LINEA-ROSTER FROM LINEA-ROS-ALUMNO
                 AFTER ADVANCING 1 LINES
             ADD 1 TO WS-ALUMNOS-RUTA
             PERFORM 3100-RETURN-ROSTER
           END-PERFORM
           PERFORM 3200-CERRAR-RUTA
           .
      ******************************************************************
       3100-RETURN-ROSTER.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-CERRAR-RUTA.
           IF WS-HAY-CABECERA = 'S' THEN
             MOVE WS-ALUMNOS-RUTA TO LRT-ALUMNOS
             WRITE LINEA-ROSTER FROM LINEA-ROS-TOTAL
                 AFTER ADVANCING 2 LINES
           END-IF
           .
      ******************************************************************
       3300-CABECERA-PARADA.
           MOVE RO-ORDEN      TO LRP-ORDEN
           MOVE RO-PARADA     TO LRP-NOMBRE
           MOVE RO-HORA (1:2) TO LRP-HORA-HH
           MOVE RO-HORA (3:2) TO LRP-HORA-MM
           WRITE LINEA-ROSTER FROM LINEA-ROS-PARADA
               AFTER ADVANCING 2 LINES
           MOVE RO-ORDEN TO WS-ORDEN-ABIERTO
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS LEIDOS:       ' C-ALUMNOS
           DISPLAY 'CON TRANSPORTE:       ' C-TRANSPORTE
           DISPLAY 'ASIGNADOS A PARADA:   ' C-EN-PARADA
           DISPLAY 'RUTA FUERA DE ZONA:   ' C-FUERA-DE-ZONA
           DISPLAY 'SIN DOMICILIO:        ' C-SIN-DOMICILIO
           DISPLAY 'LEJOS Y SIN RUTA:     ' C-SIN-RUTA
           DISPLAY 'CP SIN DISTANCIA:     ' C-SIN-DISTANCIA
           CLOSE F-INCIDENCIAS
           CLOSE F-ROSTER
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9W' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
