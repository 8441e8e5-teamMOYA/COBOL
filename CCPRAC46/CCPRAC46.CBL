      *                 FICHERO DE CONTROL GENCTRL Y SE INCREMENTA EN  *
      *                 CADA TRANSMISION BUENA, PARA QUE EL RECEPTOR   *
      *                 DETECTE FICHEROS PERDIDOS O DUPLICADOS.        *
      *                 CADA DETALLE LLEVA LA ETAPA EDUCATIVA DEL      *
      *                 CURSO EN EL COLEGIO (MODETAPA; ESPACIO = SIN   *
      *                 ETAPA).                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 AC-TOTAL-CONTROL        PIC 9(9) VALUE 0.
       01 W-MEDIA-POR-100         PIC 9(4).

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

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.
           05 DET-ASIGNATURA       PIC 9.
           05 DET-ALUMNOS          PIC 9(5).
           05 DET-MEDIA            PIC 9(4).
           05 DET-ETAPA            PIC X.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 REG-EXT-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.
           PERFORM 1100-LEER-GENERACION
           PERFORM 1200-ABRIR-FICHEROS
           PERFORM 1300-ESCRIBIR-CABECERA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-LEER-GENERACION.
           READ F-COLEGIOS
           IF FS-COLEGIOS-OK THEN
             ADD 1 TO C-COLEGIOS-LEIDOS
             MOVE COD-COLEGIO OF REG-COLEGIOS TO W-ET-COLEGIO
             MOVE CURSO OF REG-COLEGIOS       TO W-ET-CURSO
             CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                    W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                    W-ET-ULTIMO W-ET-SIGUIENTE
                                    W-ET-CURSO-SIG W-ET-TITULA
                                    W-ET-ENCONTRADO
             END-CALL
             PERFORM VARYING C-ASIG FROM 1 BY 1 UNTIL C-ASIG > 6
               IF CT-ALUMNOS-ASIG OF REG-COLEGIOS (C-ASIG) > 0 THEN
                 ADD 1 TO C-DETALLES
                 MOVE COD-COLEGIO OF REG-COLEGIOS TO DET-COLEGIO
                 MOVE CURSO OF REG-COLEGIOS TO DET-CURSO
                 MOVE C-ASIG TO DET-ASIGNATURA
                 MOVE W-ET-ETAPA TO DET-ETAPA
                 MOVE CT-ALUMNOS-ASIG OF REG-COLEGIOS (C-ASIG)
                   TO DET-ALUMNOS
                 COMPUTE W-MEDIA-POR-100 =
           MOVE AC-TOTAL-CONTROL  TO COLA-TOTAL-CONTROL
           WRITE REG-EXTRACTO FROM REG-EXT-COLA

           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CLOSE F-COLEGIOS
           CLOSE F-EXTRACTO

