      *                 Y COLA CON TOTAL DE ALUMNOS. LOS ALUMNOS SIN   *
      *                 DEMOGRAFIA SALEN BAJO SEXO '?' Y EDAD 99,      *
      *                 PARA QUE EL HUECO SE VEA Y SE PERSIGA.         *
      *                 EL DESGLOSE SE HACE TAMBIEN POR ETAPA          *
      *                 EDUCATIVA DEL CURSO EN EL COLEGIO DEL ALUMNO   *
      *                 (MODETAPA), QUE VA EN CADA DETALLE (ESPACIO =  *
      *                 SIN ETAPA).                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-SIN-DEMOGRAFIA    PIC 9(6) VALUE 0.

      *    EDAD 1-26 = 0-25 ANOS; 27 = EDAD DESCONOCIDA (99)
      *    ETAPA POR SU ORDEN EN EL FICHERO DE ETAPAS; 21 = SIN ETAPA
       01 T-ESTADISTICA.
           05 T-ES-ETAPA OCCURS 21.
               10 T-ES-CURSO OCCURS 10.
                   15 T-ES-SEXO OCCURS 3.
                       20 T-ES-EDAD OCCURS 27 PIC 9(6).

       01 WS-IDX-ETAPA            PIC 99.

       01 WS-IDX-CURSO            PIC 99.
       01 WS-IDX-SEXO             PIC 9.
       01 WS-ANO-NAC              PIC 9(4).
       01 WS-EDAD                 PIC S9(3).

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

       01 REG-EXT-CABECERA.
           05 FILLER               PIC X(3)  VALUE 'CAB'.
           05 CAB-REMITENTE        PIC X(8)  VALUE 'CCNOTAS '.
           05 DET-SEXO             PIC X.
           05 DET-EDAD             PIC 99.
           05 DET-ALUMNOS          PIC 9(6).
           05 DET-ETAPA            PIC X.
           05 FILLER               PIC X(66) VALUE SPACES.

       01 REG-EXT-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.

           EXEC SQL
             DECLARE C-DEMOGRAFIA CURSOR FOR
               SELECT COD_COLEGIO, CURSO, SEXO, FECHA_NAC
                 FROM ALUMNOS
           END-EXEC.

           END-IF
           MOVE WS-FECHA-REFERENCIA (1:4) TO WS-ANO-REF
           INITIALIZE T-ESTADISTICA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL

           OPEN OUTPUT F-EXTRACTO
           IF NOT FS-EXTRACTO-OK THEN
       2100-FETCH-ALUMNO.
           EXEC SQL
             FETCH C-DEMOGRAFIA
               INTO :DCLALUMNOS.COD-COLEGIO,
                    :DCLALUMNOS.CURSO,
                    :DCLALUMNOS.SEXO,
                    :DCLALUMNOS.FECHA-NAC
           END-EXEC
           .
      ******************************************************************
       2200-CLASIFICAR-ALUMNO.
           PERFORM 2300-ETAPA-DEL-ALUMNO
           IF CURSO OF DCLALUMNOS < 0
               OR CURSO OF DCLALUMNOS > 9 THEN
             MOVE 1 TO WS-IDX-CURSO
               END-COMPUTE
             END-IF
           END-IF
           ADD 1 TO T-ES-EDAD (WS-IDX-ETAPA, WS-IDX-CURSO,
                               WS-IDX-SEXO, WS-IDX-EDAD)
           .
      ******************************************************************
       2300-ETAPA-DEL-ALUMNO.
           MOVE 21 TO WS-IDX-ETAPA
           IF COD-COLEGIO OF DCLALUMNOS >= 0
               AND COD-COLEGIO OF DCLALUMNOS <= 99
               AND CURSO OF DCLALUMNOS >= 0
               AND CURSO OF DCLALUMNOS <= 9 THEN
             MOVE COD-COLEGIO OF DCLALUMNOS TO W-ET-COLEGIO
             MOVE CURSO OF DCLALUMNOS       TO W-ET-CURSO
             CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
             IF W-ETAPA-ENCONTRADA AND W-ET-ORDEN > 0 THEN
               MOVE W-ET-ORDEN TO WS-IDX-ETAPA
             END-IF
           END-IF
           .
      ******************************************************************
       3000-EMITIR-EXTRACTO.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             PERFORM 3050-ETAPA-DEL-DETALLE
             PERFORM VARYING WS-IDX-CURSO FROM 1 BY 1
                     UNTIL WS-IDX-CURSO > 10
               PERFORM VARYING WS-IDX-SEXO FROM 1 BY 1
                       UNTIL WS-IDX-SEXO > 3
                 PERFORM VARYING WS-IDX-EDAD FROM 1 BY 1
                         UNTIL WS-IDX-EDAD > 27
                   IF T-ES-EDAD (WS-IDX-ETAPA, WS-IDX-CURSO,
                                 WS-IDX-SEXO, WS-IDX-EDAD) > 0 THEN
                     PERFORM 3100-DETALLE
                   END-IF
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           MOVE C-ALUMNOS  TO COLA-ALUMNOS
           WRITE REG-EXTRACTO FROM REG-EXT-COLA
           .
      ******************************************************************
       3050-ETAPA-DEL-DETALLE.
           MOVE SPACE TO DET-ETAPA
           IF WS-IDX-ETAPA < 21 THEN
             MOVE WS-IDX-ETAPA TO W-ET-ORDEN
             CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
             MOVE W-ET-ETAPA TO DET-ETAPA
           END-IF
           .
      ******************************************************************
       3100-DETALLE.
           ADD 1 TO C-DETALLES
             COMPUTE DET-EDAD = WS-IDX-EDAD - 1
             END-COMPUTE
           END-IF
           MOVE T-ES-EDAD (WS-IDX-ETAPA, WS-IDX-CURSO, WS-IDX-SEXO,
                           WS-IDX-EDAD)
             TO DET-ALUMNOS
           WRITE REG-EXTRACTO FROM REG-EXT-DETALLE
           .
           DISPLAY 'ALUMNOS LEIDOS:     ' C-ALUMNOS
           DISPLAY 'DETALLES EMITIDOS:  ' C-DETALLES
           DISPLAY 'SIN DEMOGRAFIA:     ' C-SIN-DEMOGRAFIA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-EXTRACTO
           MOVE C-ALUMNOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC98' WS-TIMESTAMP-INICIO
