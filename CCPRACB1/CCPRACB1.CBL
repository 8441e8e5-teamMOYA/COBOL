       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACB1.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: MANTENIMIENTO DEL FICHERO CENTRAL DE REGLAS DE *
      *                 NEGOCIO (RREGLAS, CONSULTADO VIA MODREGLA).    *
      *                 COMO CCPRAC32 CON LA ESCALA: LEE EL JUEGO      *
      *                 COMPLETO DE REGLAS DE F-ENTRADA, LO VALIDA     *
      *                 (NOMBRE INFORMADO, VALOR NUMERICO, ANOS        *
      *                 NUMERICOS O EN BLANCO, DESDE <= HASTA, ORDEN   *
      *                 POR NOMBRE Y ANO DESDE, SIN DOS VIGENCIAS      *
      *                 SOLAPADAS DE LA MISMA REGLA) Y, SOLO SI TODO   *
      *                 EL JUEGO ES VALIDO, REESCRIBE EL FICHERO       *
      *                 REGLAS; SI ALGO FALLA LAS REGLAS VIGENTES NO   *
      *                 SE TOCAN Y SE EMITE EL DETALLE DE RECHAZOS.    *
      *                 CUANDO EL MINISTERIO CAMBIA UNA REGLA SE       *
      *                 CIERRA LA VIGENCIA DE LA ANTERIOR (ANO HASTA)  *
      *                 Y SE ANADE LA NUEVA DESDE EL ANO SIGUIENTE:    *
      *                 LAS REPETICIONES DE ANOS VIEJOS SIGUEN         *
      *                 SALIENDO CON LA REGLA QUE REGIA ENTONCES.      *
      *                 EL OPERADOR LLEGA EN SYSIN Y, ANTES DE LEER EL *
      *                 JUEGO, SE COMPRUEBA EN LA MATRIZ DE            *
      *                 AUTORIZACION (MODAUTOR) QUE PUEDE MODIFICAR    *
      *                 LAS REGLAS DE NEGOCIO; SI NO, EL JUEGO CUENTA  *
      *                 COMO ERRONEO, EL FICHERO VIGENTE NO SE TOCA Y  *
      *                 EL RECHAZO QUEDA ANOTADO EN EL DIARIO AUTOLOG. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN ENTRADA
               FILE STATUS IS FS-ENTRADA.

           SELECT F-REGLAS ASSIGN REGLAS
               FILE STATUS IS FS-REGLAS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD FD-ENTRADA.
       01 FD-ENTRADA.
           05 E-CODIGO      PIC X(16).
           05 E-ANO-DESDE   PIC X(4).
           05 E-ANO-HASTA   PIC X(4).
           05 E-VALOR       PIC X(7).
           05 E-VALOR-NUM REDEFINES E-VALOR PIC 9(5)V99.
           05 E-DESCRIPCION PIC X(40).
           05 FILLER        PIC X(9).

       FD F-REGLAS
           RECORDING MODE IS F.
           COPY RREGLAS.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-ENTRADA  PIC XX.
               88 FS-ENTRADA-OK     VALUE '00'.
               88 FS-ENTRADA-EOF    VALUE '10'.
           05 FS-REGLAS   PIC XX.
               88 FS-REGLAS-OK      VALUE '00'.

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(3) VALUE 0.
           05 C-ERRORES           PIC 9(3) VALUE 0.

       01 T-NUEVAS-REGLAS.
           05 C-REGLAS          PIC 9(3) VALUE 0.
           05 T-REGLA OCCURS 200.
               10 T-CODIGO      PIC X(16).
               10 T-ANO-DESDE   PIC 9(4).
               10 T-ANO-HASTA   PIC 9(4).
               10 T-VALOR       PIC 9(5)V99.
               10 T-DESCRIPCION PIC X(40).

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

       01 WS-IDX-1             PIC 9(3).
       01 WS-IDX-2             PIC 9(3).
       01 WS-ANO-DESDE         PIC 9(4).
       01 WS-ANO-HASTA         PIC 9(4).
       01 WS-LINEA-VALIDA      PIC X.
           88 LINEA-VALIDA          VALUE 'S'.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-ENTRADA UNTIL FS-ENTRADA-EOF
           PERFORM 3000-VALIDAR-JUEGO
           IF C-ERRORES = 0 THEN
             PERFORM 3500-REESCRIBIR-REGLAS
           ELSE
             DISPLAY '*CCPRACB1*REGLAS*NO*SUSTITUIDAS* ERRORES: '
                 C-ERRORES
           END-IF
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-OPERADOR = SPACES THEN
               DISPLAY '*CCPRACB1*SYSIN*SIN*OPERADOR* SOLO PASARA LO '
                   'QUE LA MATRIZ PERMITA AL OPERADOR EN BLANCO'
           END-IF
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRACB1'
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
           MOVE 'REGLAS DE NEGOCIO' TO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRACB1'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRACB1*OPERADOR*NO*AUTORIZADO* ' WS-OPERADOR
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       2000-CARGAR-ENTRADA.
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             ADD 1 TO C-LEIDOS
             IF C-LEIDOS > 200 THEN
               DISPLAY '*CCPRACB1*DEMASIADAS*REGLAS* MAXIMO 200'
               ADD 1 TO C-ERRORES
             ELSE
               PERFORM 2100-VALIDAR-LINEA
               IF LINEA-VALIDA THEN
                 ADD 1 TO C-REGLAS
                 MOVE E-CODIGO      TO T-CODIGO (C-REGLAS)
                 MOVE WS-ANO-DESDE  TO T-ANO-DESDE (C-REGLAS)
                 MOVE WS-ANO-HASTA  TO T-ANO-HASTA (C-REGLAS)
                 MOVE E-VALOR-NUM   TO T-VALOR (C-REGLAS)
                 MOVE E-DESCRIPCION TO T-DESCRIPCION (C-REGLAS)
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       2100-VALIDAR-LINEA.
           MOVE 'S' TO WS-LINEA-VALIDA
           MOVE 0 TO WS-ANO-DESDE
           MOVE 0 TO WS-ANO-HASTA
           IF E-CODIGO = SPACES THEN
             DISPLAY '*CCPRACB1*REGLA*SIN*NOMBRE* LINEA ' C-LEIDOS
             MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
           IF E-VALOR NOT NUMERIC THEN
             DISPLAY '*CCPRACB1*VALOR*NO*NUMERICO* LINEA ' C-LEIDOS
                 ': ' E-CODIGO ' ' E-VALOR
             MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
      *    LOS ANOS EN BLANCO SON VIGENCIA SIN LIMITE (0)
           IF E-ANO-DESDE NUMERIC THEN
             MOVE E-ANO-DESDE TO WS-ANO-DESDE
           ELSE
             IF E-ANO-DESDE NOT = SPACES THEN
               DISPLAY '*CCPRACB1*ANO*DESDE*INVALIDO* LINEA '
                   C-LEIDOS ': ' E-CODIGO ' ' E-ANO-DESDE
               MOVE 'N' TO WS-LINEA-VALIDA
             END-IF
           END-IF
           IF E-ANO-HASTA NUMERIC THEN
             MOVE E-ANO-HASTA TO WS-ANO-HASTA
           ELSE
             IF E-ANO-HASTA NOT = SPACES THEN
               DISPLAY '*CCPRACB1*ANO*HASTA*INVALIDO* LINEA '
                   C-LEIDOS ': ' E-CODIGO ' ' E-ANO-HASTA
               MOVE 'N' TO WS-LINEA-VALIDA
             END-IF
           END-IF
           IF WS-ANO-HASTA NOT = 0
               AND WS-ANO-DESDE > WS-ANO-HASTA THEN
             DISPLAY '*CCPRACB1*VIGENCIA*INVALIDA* LINEA ' C-LEIDOS
                 ': ' E-CODIGO ' ' WS-ANO-DESDE '-' WS-ANO-HASTA
             MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
           IF NOT LINEA-VALIDA THEN
             ADD 1 TO C-ERRORES
           END-IF
           .
      ******************************************************************
       3000-VALIDAR-JUEGO.
           IF C-REGLAS = 0 AND C-ERRORES = 0 THEN
             DISPLAY '*CCPRACB1*JUEGO*VACIO*'
             ADD 1 TO C-ERRORES
           END-IF

           PERFORM VARYING WS-IDX-1 FROM 2 BY 1
                   UNTIL WS-IDX-1 > C-REGLAS
             COMPUTE WS-IDX-2 = WS-IDX-1 - 1
             IF T-CODIGO (WS-IDX-1) < T-CODIGO (WS-IDX-2)
                 OR (T-CODIGO (WS-IDX-1) = T-CODIGO (WS-IDX-2)
                   AND T-ANO-DESDE (WS-IDX-1)
                       < T-ANO-DESDE (WS-IDX-2)) THEN
               DISPLAY '*CCPRACB1*REGLA*FUERA*DE*ORDEN* '
                   T-CODIGO (WS-IDX-1) ' ' T-ANO-DESDE (WS-IDX-1)
               ADD 1 TO C-ERRORES
             END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-REGLAS
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                     UNTIL WS-IDX-2 >= WS-IDX-1
      *        DOS VIGENCIAS DE LA MISMA REGLA CHOCAN SI COMPARTEN
      *        ALGUN ANO (0 = SIN LIMITE)
               IF T-CODIGO (WS-IDX-2) = T-CODIGO (WS-IDX-1)
                   AND (T-ANO-DESDE (WS-IDX-2) = 0
                     OR T-ANO-HASTA (WS-IDX-1) = 0
                     OR T-ANO-DESDE (WS-IDX-2)
                        <= T-ANO-HASTA (WS-IDX-1))
                   AND (T-ANO-HASTA (WS-IDX-2) = 0
                     OR T-ANO-DESDE (WS-IDX-1) = 0
                     OR T-ANO-HASTA (WS-IDX-2)
                        >= T-ANO-DESDE (WS-IDX-1)) THEN
                 DISPLAY '*CCPRACB1*VIGENCIAS*SOLAPADAS* '
                     T-CODIGO (WS-IDX-1) ' '
                     T-ANO-DESDE (WS-IDX-2) '-' T-ANO-HASTA (WS-IDX-2)
                     ' Y '
                     T-ANO-DESDE (WS-IDX-1) '-' T-ANO-HASTA (WS-IDX-1)
                 ADD 1 TO C-ERRORES
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************************************************
       3500-REESCRIBIR-REGLAS.
           OPEN OUTPUT F-REGLAS
           IF NOT FS-REGLAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO REGLAS'
               DISPLAY FS-REGLAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > C-REGLAS
             INITIALIZE REG-REGLA
             MOVE T-CODIGO (WS-IDX-1)      TO RG-CODIGO
             MOVE T-ANO-DESDE (WS-IDX-1)   TO RG-ANO-DESDE
             MOVE T-ANO-HASTA (WS-IDX-1)   TO RG-ANO-HASTA
             MOVE T-VALOR (WS-IDX-1)       TO RG-VALOR
             MOVE T-DESCRIPCION (WS-IDX-1) TO RG-DESCRIPCION
             WRITE REG-REGLA
           END-PERFORM
           CLOSE F-REGLAS
           DISPLAY 'REGLAS SUSTITUIDAS: ' C-REGLAS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'REGLAS LEIDAS:  ' C-LEIDOS
           DISPLAY 'ERRORES:        ' C-ERRORES
           CLOSE F-ENTRADA
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRACB1'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           MOVE C-LEIDOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACB1' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-ERRORES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
