      *                 LA COPIA INTERNA SIGUE IMPRIMIENDO LA          *
      *                 IDENTIDAD COMPLETA: ENMASCARAR O NO ES         *
      *                 DECISION DEL PROGRAMA QUE LLAMA.               *
      *                 CON UNA CLAVE SECRETA INFORMADA DEVUELVE       *
      *                 ADEMAS UN SEUDONIMO ESTABLE DEL NIF ('P' Y 11  *
      *                 DIGITOS), EL MISMO EN TODOS LOS FICHEROS Y     *
      *                 NOCHES MIENTRAS NO CAMBIE LA CLAVE, PARA LOS   *
      *                 EXTRACTOS QUE NECESITAN CRUZAR ALUMNOS SIN     *
      *                 SABER QUIENES SON (EXPORTACION AL ALMACEN      *
      *                 REGIONAL, CCPRACAX).                           *
      *                 SIN CLAVE EL SEUDONIMO SALE EN BLANCO.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 WS-IDX               PIC 99.
       01 WS-IDX-SALIDA        PIC 99.
       01 WS-ANTERIOR-BLANCO   PIC X.
       01 WS-SEUD-H1           PIC 9(9).
       01 WS-SEUD-H2           PIC 9(9).
       01 WS-SEUD-CAR          PIC 9(3).
       01 WS-SEUD-SALIDA.
           05 FILLER            PIC X VALUE 'P'.
           05 WS-SEUD-PARTE-1   PIC 9(6).
           05 WS-SEUD-PARTE-2   PIC 9(5).

       LINKAGE SECTION.
       01 L-NIF             PIC X(9).
       01 L-APELLIDOS       PIC X(30).
       01 L-NIF-MASCARA     PIC X(9).
       01 L-INICIALES       PIC X(12).
       01 L-CLAVE-SEUD      PIC X(16).
       01 L-SEUDONIMO       PIC X(12).

       PROCEDURE DIVISION USING L-NIF L-NOMBRE L-APELLIDOS
                                 L-NIF-MASCARA L-INICIALES
                                 L-CLAVE-SEUD L-SEUDONIMO.
           PERFORM 2000-ENMASCARAR-NIF
           PERFORM 3000-SACAR-INICIALES
           PERFORM 4000-SEUDONIMIZAR
           GOBACK
           .

               MOVE '.' TO L-INICIALES (WS-IDX-SALIDA:1)
           END-IF
           .

       4000-SEUDONIMIZAR.
      *    DOS ACUMULADORES INDEPENDIENTES (MODULOS PRIMOS 999983 Y
      *    99991) SOBRE CLAVE + NIF + CLAVE: SIN LA CLAVE NO SE PUEDE
      *    RECALCULAR, Y DOS NIF DISTINTOS SOLO COINCIDEN SI LO HACEN
      *    LOS DOS ACUMULADORES A LA VEZ
           MOVE SPACES TO L-SEUDONIMO
           IF L-CLAVE-SEUD NOT = SPACES THEN
               MOVE 7 TO WS-SEUD-H1
               MOVE 3 TO WS-SEUD-H2
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
                   MOVE FUNCTION ORD(L-CLAVE-SEUD (WS-IDX:1))
                     TO WS-SEUD-CAR
                   PERFORM 4100-ACUMULAR
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                   MOVE FUNCTION ORD(L-NIF (WS-IDX:1)) TO WS-SEUD-CAR
                   PERFORM 4100-ACUMULAR
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 16 BY -1 UNTIL WS-IDX < 1
                   MOVE FUNCTION ORD(L-CLAVE-SEUD (WS-IDX:1))
                     TO WS-SEUD-CAR
                   PERFORM 4100-ACUMULAR
               END-PERFORM
               MOVE WS-SEUD-H1 TO WS-SEUD-PARTE-1
               MOVE WS-SEUD-H2 TO WS-SEUD-PARTE-2
               MOVE WS-SEUD-SALIDA TO L-SEUDONIMO
           END-IF
           .

       4100-ACUMULAR.
           COMPUTE WS-SEUD-H1 =
               FUNCTION MOD(WS-SEUD-H1 * 131 + WS-SEUD-CAR, 999983)
           END-COMPUTE
           COMPUTE WS-SEUD-H2 =
               FUNCTION MOD(WS-SEUD-H2 * 257 + WS-SEUD-CAR * 7, 99991)
           END-COMPUTE
           .
