      *                 ESCRIBE EL REGISTRO DE SOLICITUDES             *
      *                 (RSOLICIT) EN ESTADO PENDIENTE, LISTO PARA     *
      *                 LA ADJUDICACION DE CCPRAC9G, Y LISTA LOS       *
      *                 RECHAZOS CON SU MOTIVO. LOS HERMANOS DEL       *
      *                 BAREMO NO SE TOMAN DEL FORMULARIO: SE CUENTAN  *
      *                 LOS MIEMBROS DE LA UNIDAD FAMILIAR DEL         *
      *                 SOLICITANTE (MODFAMIL) MATRICULADOS EN EL      *
      *                 COLEGIO PEDIDO SEGUN EL MAESTRO DE ALUMNOS, Y  *
      *                 CUANDO DIFIEREN DE LO DECLARADO LA CORRECCION  *
      *                 SE LISTA JUNTO A LOS RECHAZOS. SIN MAESTRO DE  *
      *                 UNIDADES FAMILIARES O DE ALUMNOS SE MANTIENE   *
      *                 LO DECLARADO CON AVISO. LOS PUNTOS DE          *
      *                 PROXIMIDAD SALEN DEL CODIGO POSTAL (Y VIA Y    *
      *                 NUMERO) DEL SOLICITANTE CONTRA LA REFERENCIA   *
      *                 DE ZONAS DE INFLUENCIA (RZONAINF, CCPRACAD):   *
      *                 ZONA DE INFLUENCIA, LIMITROFE O FUERA; CUANDO  *
      *                 LA DISTANCIA DECLARADA DARIA OTROS PUNTOS SE   *
      *                 LISTA JUNTO A LOS RECHAZOS PARA LA COMISION.   *
      *                 SIN REFERENCIA SE PUNTUA LO DECLARADO.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-RECHAZOS ASSIGN RECHAZOS
               FILE STATUS IS FS-RECHAZOS.

           SELECT F-ALUMNOS ASSIGN ALUMNOS
               FILE STATUS IS FS-ALUMNOS.

           SELECT F-ZONAS ASSIGN ZONAINF
               FILE STATUS IS FS-ZONAS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           05 FILLER         PIC X.
           05 E-RENTA        PIC X(6).
           05 E-RENTA-N REDEFINES E-RENTA PIC 9(6).
           05 FILLER         PIC X.
           05 E-CODIGO-POSTAL PIC X(5).
           05 FILLER         PIC X.
           05 E-VIA          PIC X(20).
           05 FILLER         PIC X.
           05 E-NUMERO       PIC X(4).
           05 E-NUMERO-N REDEFINES E-NUMERO PIC 9(4).
           05 FILLER         PIC X(8).

       FD F-SOLICITUDES
           RECORDING MODE IS F
           DATA RECORD LINEA-RECHAZO.
       01 LINEA-RECHAZO            PIC X(80).

       FD F-ALUMNOS
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-ZONAS
           RECORDING MODE IS F.
           COPY RZONAINF.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-SOLICITUDES-OK VALUE '00'.
           05 FS-RECHAZOS PIC XX.
               88 FS-RECHAZOS-OK    VALUE '00'.
           05 FS-ALUMNOS PIC XX.
               88 FS-ALUMNOS-OK     VALUE '00'.
           05 FS-ZONAS PIC XX.
               88 FS-ZONAS-OK       VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-PESO-HERMANO      PIC 99.
           05 WS-DISTANCIA-MAX     PIC 99.
           05 WS-PESO-RENTA        PIC 99.
           05 WS-RENTA-TOPE        PIC 9(6).
           05 WS-PESO-LIMITROFE    PIC 99.
           05 FILLER               PIC X(64).

       01 C-CONTADORES.
           05 C-LEIDAS            PIC 9(5) VALUE 0.
           05 C-BAREMADAS         PIC 9(5) VALUE 0.
           05 C-RECHAZADAS        PIC 9(5) VALUE 0.
           05 C-HERMANOS-CORREGIDOS PIC 9(5) VALUE 0.
           05 C-PROXIMIDAD-DISTINTA PIC 9(5) VALUE 0.

       01 W-PUNTOS                PIC 999.
       01 W-HERMANOS              PIC 9.
       01 W-HERMANOS-CUENTA       PIC 9(3).
       01 WS-IDX-MAT              PIC 9(5).

       01 W-PUNTOS-ZONA           PIC 99.
       01 W-PUNTOS-DECLARADOS     PIC 99.
       01 W-ZONA                  PIC X.
           88 W-ZONA-INFLUENCIA        VALUE 'I'.
           88 W-ZONA-LIMITROFE         VALUE 'L'.
           88 W-ZONA-FUERA             VALUE 'F'.
       01 W-ZONA-VIA              PIC X.
       01 WS-IDX-ZONA             PIC 9(4).

       01 WS-CONTROL-ZONAS        PIC X VALUE 'N'.
           88 ZONAS-DISPONIBLES        VALUE 'S'.

      *    REFERENCIA DE ZONAS DE INFLUENCIA EN MEMORIA
       01 T-ZONAS.
           05 C-ZONAS           PIC 9(4) VALUE 0.
           05 T-ZO-ENTRADA OCCURS 5000.
               10 T-ZO-COLEGIO  PIC 99.
               10 T-ZO-CP       PIC X(5).
               10 T-ZO-VIA      PIC X(20).
               10 T-ZO-DESDE    PIC 9(4).
               10 T-ZO-HASTA    PIC 9(4).
               10 T-ZO-TIPO     PIC X.

       01 WS-CONTROL-HERMANOS     PIC X VALUE 'N'.
           88 HERMANOS-VERIFICABLES    VALUE 'S'.

       01 W-FAMILIA-LOOKUP.
           05 W-FAM-NIF         PIC X(9).
           05 W-FAM-FAMILIA     PIC X(9).
           05 W-FAM-MIEMBROS    PIC 9(3).
           05 W-FAM-RESULTADO   PIC X.
               88 W-FAM-ENCONTRADO      VALUE 'S'.
               88 W-FAM-SIN-MAESTRO     VALUE 'X'.

      *    ALUMNOS MATRICULADOS QUE PERTENECEN A UNA UNIDAD FAMILIAR,
      *    CON SU COLEGIO: LOS UNICOS QUE CUENTAN COMO HERMANOS
       01 T-MATRICULADOS.
           05 C-MATRICULADOS    PIC 9(5) VALUE 0.
           05 T-MA-ENTRADA OCCURS 20000.
               10 T-MA-NIF      PIC X(9).
               10 T-MA-FAMILIA  PIC X(9).
               10 T-MA-COLEGIO  PIC 99.
       01 WS-RECHAZO-FLAG         PIC X.
           88 SOLICITUD-RECHAZADA      VALUE 'S'.

           05 LRD-MOTIVO    PIC X(40).
           05 FILLER        PIC X(24) VALUE SPACES.

       01 LINEA-RECH-HERMANOS.
           05 FILLER        PIC X(20) VALUE 'HERMANOS DECLARADOS '.
           05 LRH-DECLARADOS PIC 9.
           05 FILLER        PIC X(14) VALUE ' EN EL CENTRO '.
           05 LRH-VERIFICADOS PIC 9.
           05 FILLER        PIC X(4)  VALUE SPACES.

       01 LINEA-RECH-ZONA.
           05 FILLER        PIC X(8)  VALUE 'DECLARA '.
           05 LRZ-KM        PIC 99.
           05 FILLER        PIC X(8)  VALUE ' KM, CP '.
           05 LRZ-CP        PIC X(5).
           05 FILLER        PIC X(7)  VALUE ' ZONA: '.
           05 LRZ-ZONA      PIC X(10).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

             MOVE 02 TO WS-DISTANCIA-MAX
             MOVE 02 TO WS-PESO-RENTA
             MOVE 018000 TO WS-RENTA-TOPE
             MOVE 01 TO WS-PESO-LIMITROFE
           END-IF
           IF WS-PESO-LIMITROFE NOT NUMERIC THEN
             MOVE 0 TO WS-PESO-LIMITROFE
           END-IF

           OPEN INPUT F-ENTRADA
               DISPLAY FS-RECHAZOS
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-CARGAR-MATRICULADOS
           PERFORM 1200-CARGAR-ZONAS
           .
      ******************************************************************
       1100-CARGAR-MATRICULADOS.
           CALL "MODFAMIL" USING 'O' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           OPEN INPUT F-ALUMNOS
           IF NOT FS-ALUMNOS-OK THEN
             DISPLAY '*CCPRAC9F*SIN*MAESTRO*ALUMNOS* SE MANTIENEN '
                 'LOS HERMANOS DECLARADOS'
           ELSE
             SET HERMANOS-VERIFICABLES TO TRUE
             READ F-ALUMNOS
             PERFORM UNTIL NOT FS-ALUMNOS-OK
                 OR NOT HERMANOS-VERIFICABLES
               MOVE NIF OF REG-ALUMNOS-GRAL TO W-FAM-NIF
               CALL "MODFAMIL" USING 'F' W-FAM-NIF W-FAM-FAMILIA
                   W-FAM-MIEMBROS W-FAM-RESULTADO
               EVALUATE TRUE
                 WHEN W-FAM-SIN-MAESTRO
                   MOVE 'N' TO WS-CONTROL-HERMANOS
                   DISPLAY '*CCPRAC9F*SIN*UNIDADES*FAMILIARES* SE '
                       'MANTIENEN LOS HERMANOS DECLARADOS'
                 WHEN W-FAM-ENCONTRADO AND C-MATRICULADOS < 20000
                   ADD 1 TO C-MATRICULADOS
                   MOVE W-FAM-NIF     TO T-MA-NIF (C-MATRICULADOS)
                   MOVE W-FAM-FAMILIA TO T-MA-FAMILIA (C-MATRICULADOS)
                   MOVE COLEGIO OF REG-ALUMNOS-GRAL
                     TO T-MA-COLEGIO (C-MATRICULADOS)
                 WHEN W-FAM-ENCONTRADO
                   DISPLAY '*CCPRAC9F*TABLA*MATRICULADOS*LLENA* '
                       'MAXIMO 20000'
               END-EVALUATE
               READ F-ALUMNOS
             END-PERFORM
             CLOSE F-ALUMNOS
           END-IF
           .
      ******************************************************************
       1200-CARGAR-ZONAS.
           OPEN INPUT F-ZONAS
           IF NOT FS-ZONAS-OK THEN
             DISPLAY '*CCPRAC9F*SIN*REFERENCIA*ZONAS* SE PUNTUA LA '
                 'DISTANCIA DECLARADA'
           ELSE
             SET ZONAS-DISPONIBLES TO TRUE
             READ F-ZONAS
             PERFORM UNTIL NOT FS-ZONAS-OK OR C-ZONAS >= 5000
               ADD 1 TO C-ZONAS
               MOVE ZI-COLEGIO       TO T-ZO-COLEGIO (C-ZONAS)
               MOVE ZI-CODIGO-POSTAL TO T-ZO-CP (C-ZONAS)
               MOVE ZI-VIA           TO T-ZO-VIA (C-ZONAS)
               MOVE ZI-NUMERO-DESDE  TO T-ZO-DESDE (C-ZONAS)
               MOVE ZI-NUMERO-HASTA  TO T-ZO-HASTA (C-ZONAS)
               MOVE ZI-TIPO-ZONA     TO T-ZO-TIPO (C-ZONAS)
               READ F-ZONAS
             END-PERFORM
             IF FS-ZONAS-OK THEN
               DISPLAY '*CCPRAC9F*TABLA*ZONAS*LLENA* MAXIMO 5000'
             END-IF
             CLOSE F-ZONAS
           END-IF
           .
      ******************************************************************
       2000-PROCESO-SOLICITUDES.
               SET SOLICITUD-RECHAZADA TO TRUE
           END-EVALUATE
           .
      ******************************************************************
       2150-VERIFICAR-HERMANOS.
      *    CUENTAN LOS OTROS MIEMBROS DE LA UNIDAD FAMILIAR YA
      *    MATRICULADOS EN EL COLEGIO PEDIDO; EL SOLICITANTE QUE YA
      *    ESTA MATRICULADO NO ES HERMANO DE SI MISMO
           MOVE E-NIF TO W-FAM-NIF
           CALL "MODFAMIL" USING 'F' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           MOVE 0 TO W-HERMANOS-CUENTA
           IF W-FAM-ENCONTRADO THEN
             PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                     UNTIL WS-IDX-MAT > C-MATRICULADOS
               IF T-MA-FAMILIA (WS-IDX-MAT) = W-FAM-FAMILIA
                   AND T-MA-COLEGIO (WS-IDX-MAT) = E-COLEGIO-N
                   AND T-MA-NIF (WS-IDX-MAT) NOT = E-NIF THEN
                 ADD 1 TO W-HERMANOS-CUENTA
               END-IF
             END-PERFORM
           END-IF
           IF W-HERMANOS-CUENTA > 9 THEN
             MOVE 9 TO W-HERMANOS
           ELSE
             MOVE W-HERMANOS-CUENTA TO W-HERMANOS
           END-IF
           IF W-HERMANOS NOT = E-HERMANOS-N THEN
             ADD 1 TO C-HERMANOS-CORREGIDOS
             MOVE E-HERMANOS-N TO LRH-DECLARADOS
             MOVE W-HERMANOS   TO LRH-VERIFICADOS
             IF W-FAM-ENCONTRADO THEN
               MOVE LINEA-RECH-HERMANOS TO LRD-MOTIVO
             ELSE
               MOVE 'SIN UNIDAD FAMILIAR: HERMANOS A CERO'
                 TO LRD-MOTIVO
             END-IF
             WRITE LINEA-RECHAZO FROM LINEA-RECH-DATOS
           END-IF
           .
      ******************************************************************
       2160-PUNTUAR-ZONA.
      *    UNA LINEA DE VIA CON TRAMO DE NUMEROS MANDA SOBRE LA LINEA
      *    DE TODO EL CODIGO POSTAL; SIN NINGUNA, FUERA DE ZONA
           SET W-ZONA-FUERA TO TRUE
           MOVE SPACE TO W-ZONA-VIA
           PERFORM VARYING WS-IDX-ZONA FROM 1 BY 1
                   UNTIL WS-IDX-ZONA > C-ZONAS
                      OR W-ZONA-VIA NOT = SPACE
             IF T-ZO-COLEGIO (WS-IDX-ZONA) = E-COLEGIO-N
                 AND T-ZO-CP (WS-IDX-ZONA) = E-CODIGO-POSTAL THEN
               EVALUATE TRUE
                 WHEN T-ZO-VIA (WS-IDX-ZONA) = SPACES
                   MOVE T-ZO-TIPO (WS-IDX-ZONA) TO W-ZONA
                 WHEN T-ZO-VIA (WS-IDX-ZONA) = E-VIA
                     AND E-NUMERO NUMERIC
                     AND E-NUMERO-N >= T-ZO-DESDE (WS-IDX-ZONA)
                     AND E-NUMERO-N <= T-ZO-HASTA (WS-IDX-ZONA)
                   MOVE T-ZO-TIPO (WS-IDX-ZONA) TO W-ZONA-VIA
               END-EVALUATE
             END-IF
           END-PERFORM
           IF W-ZONA-VIA NOT = SPACE THEN
             MOVE W-ZONA-VIA TO W-ZONA
           END-IF
           EVALUATE TRUE
             WHEN W-ZONA-INFLUENCIA
               MOVE WS-PESO-DISTANCIA TO W-PUNTOS-ZONA
               MOVE 'INFLUENCIA' TO LRZ-ZONA
             WHEN W-ZONA-LIMITROFE
               MOVE WS-PESO-LIMITROFE TO W-PUNTOS-ZONA
               MOVE 'LIMITROFE ' TO LRZ-ZONA
             WHEN OTHER
               MOVE 0 TO W-PUNTOS-ZONA
               MOVE 'FUERA     ' TO LRZ-ZONA
           END-EVALUATE
      *    LA DISTANCIA DECLARADA SE CONSERVA EN LA SOLICITUD Y SE
      *    LISTA PARA LA COMISION CUANDO HABRIA DADO OTROS PUNTOS
           IF W-PUNTOS-ZONA NOT = W-PUNTOS-DECLARADOS THEN
             ADD 1 TO C-PROXIMIDAD-DISTINTA
             MOVE E-DISTANCIA-N   TO LRZ-KM
             MOVE E-CODIGO-POSTAL TO LRZ-CP
             MOVE LINEA-RECH-ZONA TO LRD-MOTIVO
             WRITE LINEA-RECHAZO FROM LINEA-RECH-DATOS
           END-IF
           .
      ******************************************************************
       2200-BAREMAR-Y-GRABAR.
           MOVE E-HERMANOS-N TO W-HERMANOS
           IF HERMANOS-VERIFICABLES THEN
             PERFORM 2150-VERIFICAR-HERMANOS
           END-IF
           COMPUTE W-PUNTOS =
               W-HERMANOS * WS-PESO-HERMANO
           END-COMPUTE
           MOVE 0 TO W-PUNTOS-DECLARADOS
           IF E-DISTANCIA-N <= WS-DISTANCIA-MAX THEN
             MOVE WS-PESO-DISTANCIA TO W-PUNTOS-DECLARADOS
           END-IF
           MOVE SPACE TO W-ZONA
           IF ZONAS-DISPONIBLES THEN
             PERFORM 2160-PUNTUAR-ZONA
             ADD W-PUNTOS-ZONA TO W-PUNTOS
           ELSE
             ADD W-PUNTOS-DECLARADOS TO W-PUNTOS
           END-IF
           IF E-RENTA-N <= WS-RENTA-TOPE THEN
             ADD WS-PESO-RENTA TO W-PUNTOS
           MOVE E-NOMBRE      TO SOL-NOMBRE
           MOVE E-COLEGIO-N   TO SOL-COLEGIO
           MOVE E-CURSO-N     TO SOL-CURSO
           MOVE W-HERMANOS    TO SOL-HERMANOS
           MOVE E-DISTANCIA-N TO SOL-DISTANCIA-KM
           MOVE E-RENTA-N     TO SOL-RENTA
           MOVE W-PUNTOS      TO SOL-PUNTOS
           MOVE 'P'           TO SOL-ESTADO
           MOVE 0             TO SOL-ORDEN-ESPERA
           MOVE E-CODIGO-POSTAL TO SOL-CODIGO-POSTAL
           MOVE W-ZONA        TO SOL-ZONA
           WRITE REG-SOL-SALIDA FROM REG-SOLICITUD
           ADD 1 TO C-BAREMADAS
           .
           DISPLAY 'SOLICITUDES LEIDAS:  ' C-LEIDAS
           DISPLAY 'BAREMADAS:           ' C-BAREMADAS
           DISPLAY 'RECHAZADAS:          ' C-RECHAZADAS
           DISPLAY 'HERMANOS CORREGIDOS: ' C-HERMANOS-CORREGIDOS
           DISPLAY 'PROXIMIDAD DISTINTA: ' C-PROXIMIDAD-DISTINTA
           CALL "MODFAMIL" USING 'C' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           CLOSE F-ENTRADA
           CLOSE F-SOLICITUDES
           CLOSE F-RECHAZOS
