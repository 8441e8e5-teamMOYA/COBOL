       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB4.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL FICHERO DE ETAPAS            *
      *                 EDUCATIVAS (RETAPAS, CONSULTADO VIA MODETAPA). *
      *                 COMO CCPRAC86 CON EL PLAN DE ESTUDIOS: LEE EL  *
      *                 JUEGO COMPLETO DE F-ENTRADA (LINEAS 'E' DE     *
      *                 ETAPA Y 'C' DE CURSO DE COLEGIO), LO VALIDA    *
      *                 (TIPO E/C, CODIGO Y NOMBRE DE ETAPA            *
      *                 INFORMADOS Y SIN REPETIR, TITULO S/N, ETAPA    *
      *                 SIGUIENTE DEFINIDA Y DISTINTA DE ELLA MISMA,   *
      *                 COLEGIO NUMERICO, CURSO 1-9, ETAPA DEL CURSO   *
      *                 DEFINIDA Y SIN DOS LINEAS PARA EL MISMO        *
      *                 COLEGIO+CURSO) Y, SOLO SI TODO EL JUEGO ES     *
      *                 VALIDO, REESCRIBE EL FICHERO ETAPAS E IMPRIME  *
      *                 EL LISTADO DE LAS ETAPAS QUE IMPARTE CADA      *
      *                 COLEGIO CON SUS CURSOS. SI ALGO FALLA LAS      *
      *                 ETAPAS VIGENTES NO SE TOCAN Y SE EMITE EL      *
      *                 DETALLE DE RECHAZOS.                           *
      *                 EL OPERADOR LLEGA EN SYSIN Y, ANTES DE LEER EL *
      *                 JUEGO, SE COMPRUEBA EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR    *
      *                 LAS ETAPAS EDUCATIVAS; SI NO, EL JUEGO CUENTA  *
      *                 COMO ERRONEO, EL FICHERO VIGENTE NO SE TOCA Y  *
      *                 EL RECHAZO QUEDA ANOTADO EN EL DIARIO AUTOLOG. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-ETAPAS ASSIGN ETAPAS
               FILE STATUS IS FS-ETAPAS.

           SELECT F-LISTADO ASSIGN LISTETAP
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA.
           05 E-TIPO        PIC X.
           05 E-ETAPA       PIC X.
           05 E-COLEGIO     PIC XX.
           05 E-COLEGIO-N REDEFINES E-COLEGIO PIC 99.
           05 E-CURSO       PIC X.
           05 E-CURSO-N REDEFINES E-CURSO PIC 9.
           05 E-NOMBRE      PIC X(20).
           05 E-SIGUIENTE   PIC X.
           05 E-TITULA      PIC X.
           05 FILLER        PIC X(53).

       FD F-ETAPAS
           RECORDING MODE IS F.
           COPY RETAPAS.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-ETAPAS   PIC XX.
               88 FS-ETAPAS-OK      VALUE '00'.
           05 FS-LISTADO  PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(4) VALUE 0.
           05 C-ERRORES           PIC 9(4) VALUE 0.

       01 T-NUEVAS-ETAPAS.
           05 C-ETAPAS          PIC 99 VALUE 0.
           05 T-ET-ENTRADA OCCURS 20.
               10 T-ET-CODIGO    PIC X.
               10 T-ET-NOMBRE    PIC X(20).
               10 T-ET-SIGUIENTE PIC X.
               10 T-ET-TITULA    PIC X.

       01 T-NUEVOS-CURSOS.
           05 C-CURSOS          PIC 9(4) VALUE 0.
           05 T-CU-ENTRADA OCCURS 900.
               10 T-CU-COLEGIO   PIC 99.
               10 T-CU-CURSO     PIC 9.
               10 T-CU-ETAPA     PIC X.

      *    MAPA PARA EL LISTADO: POSICION 1 = JUEGO COMUN (COLEGIO 00)
       01 T-MAPA.
           05 T-MA-COLEGIO OCCURS 100.
               10 T-MA-ETAPA     PIC X OCCURS 9.

       01 LINEA-SYSIN.
           05 WS-OPERADOR         PIC X(8).
           05 FILLER              PIC X(72).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.

       01 WS-IDX-1             PIC 9(4).
       01 WS-IDX-2             PIC 9(4).
       01 WS-IDX-COL           PIC 999.
       01 WS-IDX-CURSO         PIC 99.
       01 WS-CURSO-DESDE       PIC 9.
       01 WS-CURSO-HASTA       PIC 9.
       01 WS-ETAPA-FLAG        PIC X.
           88 ETAPA-DEFINIDA        VALUE 'S'.

       01 LINEA-LIS-CABECERA.
           05 FILLER  PIC X(40) VALUE
               'ETAPAS EDUCATIVAS Y CURSOS POR COLEGIO  '.
           05 FILLER  PIC X(40) VALUE SPACES.

       01 LINEA-LIS-ETAPA.
           05 FILLER        PIC X(7)  VALUE 'ETAPA: '.
           05 LLE-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LLE-NOMBRE    PIC X(20).
           05 FILLER        PIC X(13) VALUE '  SIGUIENTE: '.
           05 LLE-SIGUIENTE PIC X.
           05 FILLER        PIC X(10) VALUE '  TITULO: '.
           05 LLE-TITULA    PIC X.
           05 FILLER        PIC X(26) VALUE SPACES.

       01 LINEA-LIS-COLEGIO.
           05 FILLER        PIC X(9)  VALUE 'COLEGIO: '.
           05 LLC-COLEGIO   PIC X(5).
           05 FILLER        PIC X(9)  VALUE '  ETAPA: '.
           05 LLC-ETAPA     PIC X.
           05 FILLER        PIC X     VALUE SPACE.
           05 LLC-NOMBRE    PIC X(20).
           05 FILLER        PIC X(10) VALUE '  CURSOS: '.
           05 LLC-DESDE     PIC 9.
           05 FILLER        PIC X(3)  VALUE ' A '.
           05 LLC-HASTA     PIC 9.
           05 FILLER        PIC X(20) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-ENTRADA UNTIL FS-ENTRADA-EOF
           PERFORM 3000-VALIDAR-JUEGO
           IF C-ERRORES = 0 THEN
             PERFORM 3500-REESCRIBIR-ETAPAS
             PERFORM 3600-LISTAR-ETAPAS
           ELSE
             DISPLAY '*CCPRACB4*ETAPAS*NO*SUSTITUIDAS* ERRORES: '
                 C-ERRORES
           END-IF
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRACB4*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACB4'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 1050-COMPROBAR-AUTORIZACION
           OPEN INPUT F-ENTRADA
           IF NOT FS-ENTRADA-OK THEN
               DISPLAY 'ERROR LEER FICHERO ENTRADA'
               DISPLAY FS-ENTRADA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1050-COMPROBAR-AUTORIZACION.
      *    EL JUEGO SUSTITUYE ENTERO AL FICHERO VIGENTE Y NO VA POR
      *    COLEGIO: UNA SOLA COMPROBACION DE MODIFICACION, COLEGIO 00
           MOVE WS-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'         TO W-AUT-TRANS
           MOVE 0           TO W-AUT-COLEGIO
           MOVE 'ETAPAS EDUCATIVAS' TO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACB4'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRACB4*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ENTRADA.
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             ADD 1 TO C-LEIDOS
             EVALUATE TRUE
               WHEN E-TIPO = 'E'
                 PERFORM 2100-LINEA-DE-ETAPA
               WHEN E-TIPO = 'C'
                 PERFORM 2200-LINEA-DE-CURSO
               WHEN OTHER
                 DISPLAY '*CCPRACB4*TIPO*INVALIDO* LINEA '
                     C-LEIDOS ': ' E-TIPO
                 ADD 1 TO C-ERRORES
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2100-LINEA-DE-ETAPA.
           EVALUATE TRUE
             WHEN C-ETAPAS >= 20
               DISPLAY '*CCPRACB4*DEMASIADAS*ETAPAS* MAXIMO 20'
               ADD 1 TO C-ERRORES
             WHEN E-ETAPA = SPACE
               DISPLAY '*CCPRACB4*ETAPA*SIN*CODIGO* LINEA ' C-LEIDOS
               ADD 1 TO C-ERRORES
             WHEN E-NOMBRE = SPACES
               DISPLAY '*CCPRACB4*ETAPA*SIN*NOMBRE* LINEA '
                   C-LEIDOS ': ' E-ETAPA
               ADD 1 TO C-ERRORES
             WHEN E-TITULA NOT = 'S' AND E-TITULA NOT = 'N'
                 AND E-TITULA NOT = SPACE
               DISPLAY '*CCPRACB4*TITULO*INVALIDO* LINEA '
                   C-LEIDOS ': ' E-TITULA
               ADD 1 TO C-ERRORES
             WHEN E-SIGUIENTE = E-ETAPA
               DISPLAY '*CCPRACB4*ETAPA*SIGUIENTE*DE*SI*MISMA* LINEA '
                   C-LEIDOS ': ' E-ETAPA
               ADD 1 TO C-ERRORES
             WHEN OTHER
               ADD 1 TO C-ETAPAS
               MOVE E-ETAPA     TO T-ET-CODIGO (C-ETAPAS)
               MOVE E-NOMBRE    TO T-ET-NOMBRE (C-ETAPAS)
               MOVE E-SIGUIENTE TO T-ET-SIGUIENTE (C-ETAPAS)
               IF E-TITULA = 'S' THEN
                 MOVE 'S' TO T-ET-TITULA (C-ETAPAS)
               ELSE
                 MOVE 'N' TO T-ET-TITULA (C-ETAPAS)
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       2200-LINEA-DE-CURSO.
           EVALUATE TRUE
             WHEN C-CURSOS >= 900
               DISPLAY '*CCPRACB4*DEMASIADOS*CURSOS* MAXIMO 900'
               ADD 1 TO C-ERRORES
             WHEN E-COLEGIO NOT NUMERIC
               DISPLAY '*CCPRACB4*COLEGIO*INVALIDO* LINEA '
                   C-LEIDOS ': ' E-COLEGIO
               ADD 1 TO C-ERRORES
             WHEN E-CURSO NOT NUMERIC OR E-CURSO-N < 1
               DISPLAY '*CCPRACB4*CURSO*INVALIDO* LINEA '
                   C-LEIDOS ': ' E-CURSO
               ADD 1 TO C-ERRORES
             WHEN E-ETAPA = SPACE
               DISPLAY '*CCPRACB4*CURSO*SIN*ETAPA* LINEA ' C-LEIDOS
               ADD 1 TO C-ERRORES
             WHEN OTHER
               ADD 1 TO C-CURSOS
               MOVE E-COLEGIO-N TO T-CU-COLEGIO (C-CURSOS)
               MOVE E-CURSO-N   TO T-CU-CURSO (C-CURSOS)
               MOVE E-ETAPA     TO T-CU-ETAPA (C-CURSOS)
           END-EVALUATE
           .
      ******************************************************************
       3000-VALIDAR-JUEGO.
           IF C-ETAPAS = 0 AND C-ERRORES = 0 THEN
             DISPLAY '*CCPRACB4*JUEGO*SIN*ETAPAS*'
             ADD 1 TO C-ERRORES
           END-IF

           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-ETAPAS
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 >= WS-IDX-1
               IF T-ET-CODIGO (WS-IDX-1) = T-ET-CODIGO (WS-IDX-2) THEN
                 DISPLAY '*CCPRACB4*ETAPA*DUPLICADA* '
                     T-ET-CODIGO (WS-IDX-1)
                 ADD 1 TO C-ERRORES
               END-IF
             END-PERFORM
      *      LA ULTIMA ETAPA DE LA CADENA LLEVA LA SIGUIENTE EN BLANCO
             IF T-ET-SIGUIENTE (WS-IDX-1) NOT = SPACE THEN
               MOVE 'N' TO WS-ETAPA-FLAG
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > C-ETAPAS
                 IF T-ET-CODIGO (WS-IDX-2)
                     = T-ET-SIGUIENTE (WS-IDX-1) THEN
                   SET ETAPA-DEFINIDA TO TRUE
                 END-IF
               END-PERFORM
               IF NOT ETAPA-DEFINIDA THEN
                 DISPLAY '*CCPRACB4*ETAPA*SIGUIENTE*NO*DEFINIDA* '
                     T-ET-CODIGO (WS-IDX-1) ' -> '
                     T-ET-SIGUIENTE (WS-IDX-1)
                 ADD 1 TO C-ERRORES
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-CURSOS
             MOVE 'N' TO WS-ETAPA-FLAG
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 > C-ETAPAS
               IF T-ET-CODIGO (WS-IDX-2) = T-CU-ETAPA (WS-IDX-1) THEN
                 SET ETAPA-DEFINIDA TO TRUE
               END-IF
             END-PERFORM
             IF NOT ETAPA-DEFINIDA THEN
               DISPLAY '*CCPRACB4*ETAPA*NO*DEFINIDA* COLEGIO '
                   T-CU-COLEGIO (WS-IDX-1) ' CURSO '
                   T-CU-CURSO (WS-IDX-1) ': ' T-CU-ETAPA (WS-IDX-1)
               ADD 1 TO C-ERRORES
             END-IF
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 >= WS-IDX-1
               IF T-CU-COLEGIO (WS-IDX-1) = T-CU-COLEGIO (WS-IDX-2)
                   AND T-CU-CURSO (WS-IDX-1)
                       = T-CU-CURSO (WS-IDX-2) THEN
                 DISPLAY '*CCPRACB4*CURSO*DUPLICADO* COLEGIO '
                     T-CU-COLEGIO (WS-IDX-1) ' CURSO '
                     T-CU-CURSO (WS-IDX-1)
                 ADD 1 TO C-ERRORES
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3500-REESCRIBIR-ETAPAS.
           OPEN OUTPUT F-ETAPAS
           IF NOT FS-ETAPAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ETAPAS'
               DISPLAY FS-ETAPAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-ETAPAS
             INITIALIZE REG-ETAPA
             SET ET-ES-ETAPA TO TRUE
             MOVE T-ET-CODIGO (WS-IDX-1)    TO ET-ETAPA
             MOVE T-ET-NOMBRE (WS-IDX-1)    TO ET-NOMBRE
             MOVE T-ET-SIGUIENTE (WS-IDX-1) TO ET-SIGUIENTE
             MOVE T-ET-TITULA (WS-IDX-1)    TO ET-TITULA
             WRITE REG-ETAPA
           END-PERFORM
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-CURSOS
             INITIALIZE REG-ETAPA
             SET ET-ES-CURSO TO TRUE
             MOVE T-CU-ETAPA (WS-IDX-1)   TO ET-ETAPA
             MOVE T-CU-COLEGIO (WS-IDX-1) TO ET-COLEGIO
             MOVE T-CU-CURSO (WS-IDX-1)   TO ET-CURSO
             WRITE REG-ETAPA
           END-PERFORM
           CLOSE F-ETAPAS
           DISPLAY 'ETAPAS SUSTITUIDAS: ' C-ETAPAS ' ETAPAS, '
               C-CURSOS ' CURSOS'
           .
      ******************************************************************
       3600-LISTAR-ETAPAS.
           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-LIS-CABECERA
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-ETAPAS
             MOVE T-ET-CODIGO (WS-IDX-1)    TO LLE-ETAPA
             MOVE T-ET-NOMBRE (WS-IDX-1)    TO LLE-NOMBRE
             MOVE T-ET-SIGUIENTE (WS-IDX-1) TO LLE-SIGUIENTE
             MOVE T-ET-TITULA (WS-IDX-1)    TO LLE-TITULA
             WRITE LINEA-LISTADO FROM LINEA-LIS-ETAPA
           END-PERFORM

           MOVE SPACES TO T-MAPA
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-CURSOS
             COMPUTE WS-IDX-COL = T-CU-COLEGIO (WS-IDX-1) + 1
             MOVE T-CU-ETAPA (WS-IDX-1)
               TO T-MA-ETAPA (WS-IDX-COL, T-CU-CURSO (WS-IDX-1))
           END-PERFORM
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 100
             IF T-MA-COLEGIO (WS-IDX-COL) NOT = SPACES THEN
               PERFORM 3610-LISTAR-COLEGIO
             END-IF
           END-PERFORM
           CLOSE F-LISTADO
           .
      ******************************************************************
       3610-LISTAR-COLEGIO.
      *    UNA LINEA POR ETAPA QUE IMPARTE EL COLEGIO, EN EL ORDEN DEL
      *    FICHERO, CON SU PRIMER Y SU ULTIMO CURSO
           IF WS-IDX-COL = 1 THEN
             MOVE 'COMUN' TO LLC-COLEGIO
           ELSE
             MOVE SPACES TO LLC-COLEGIO
             COMPUTE WS-IDX-2 = WS-IDX-COL - 1
             MOVE WS-IDX-2 (3:2) TO LLC-COLEGIO
           END-IF
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-ETAPAS
             MOVE 0 TO WS-CURSO-DESDE
             MOVE 0 TO WS-CURSO-HASTA
             PERFORM VARYING WS-IDX-CURSO FROM 1 BY 1
                     UNTIL WS-IDX-CURSO > 9
               IF T-MA-ETAPA (WS-IDX-COL, WS-IDX-CURSO)
                   = T-ET-CODIGO (WS-IDX-1) THEN
                 IF WS-CURSO-DESDE = 0 THEN
                   MOVE WS-IDX-CURSO TO WS-CURSO-DESDE
                 END-IF
                 MOVE WS-IDX-CURSO TO WS-CURSO-HASTA
               END-IF
             END-PERFORM
             IF WS-CURSO-DESDE > 0 THEN
               MOVE T-ET-CODIGO (WS-IDX-1) TO LLC-ETAPA
               MOVE T-ET-NOMBRE (WS-IDX-1) TO LLC-NOMBRE
               MOVE WS-CURSO-DESDE         TO LLC-DESDE
               MOVE WS-CURSO-HASTA         TO LLC-HASTA
               WRITE LINEA-LISTADO FROM LINEA-LIS-COLEGIO
             END-IF
           END-PERFORM
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'LINEAS LEIDAS:  ' C-LEIDOS
           DISPLAY 'ERRORES:        ' C-ERRORES
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACB4'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB4' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-ERRORES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
