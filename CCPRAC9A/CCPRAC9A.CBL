      *                     LISTA EL ASIENTO, PARA LAS LLAMADAS DE     *
      *                     EMPRESAS QUE COMPRUEBAN UN DIPLOMA.        *
      *                 EL LIBRO NUNCA SE BORRA: G ANADE Y D           *
      *                 REESCRIBE COMPLETO CON LA ANOTACION. EL        *
      *                 ASIENTO GUARDA LOS NIVELES DE COMPETENCIAS     *
      *                 CLAVE QUE TRAE EL GRADUADO DE CCPRAC62 Y EL    *
      *                 LISTADO LOS SACA EN UNA SEGUNDA LINEA. EL      *
      *                 ASIENTO GUARDA TAMBIEN EL COLEGIO Y LA HOJA DE *
      *                 PAPEL DE SEGURIDAD DEL DIPLOMA; CADA DUPLICADO *
      *                 SE IMPRIME EN UNA HOJA NUEVA QUE DA MODPAPEL   *
      *                 CONTRA LA SERIE DEL TITULO (COLEGIO DE LA      *
      *                 SYSIN SI EL ASIENTO ANTIGUO NO LO TRAE). SIN   *
      *                 PAPEL NO SE REEXPIDE Y SE TERMINA CON 4.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 GR-APELLIDOS  PIC X(30).
           05 GR-COLEGIO    PIC 99.
           05 GR-MEDIA      PIC 99V99.
           05 GR-COMPETENCIAS.
               10 GR-NIVEL-COMPETENCIA PIC 9 OCCURS 8.
           05 GR-PAPEL      PIC 9(8).
           05 FILLER        PIC X(4).

       FD F-LIBRO
           RECORDING MODE IS F.
       FD F-LIBRO-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-LIBRO-NUEVO.
       01 REG-LIBRO-NUEVO          PIC X(108).

       FD F-LISTADO
           RECORDING MODE IS F
           05 WS-ANO               PIC 9(4).
           05 WS-NIF-BUSCADO       PIC X(9).
           05 WS-SERIE-BUSCADA     PIC 9(6).
           05 WS-COLEGIO-DUP       PIC 99.
           05 FILLER               PIC X(58).

       01 C-CONTADORES.
           05 C-GRADUADOS         PIC 9(6) VALUE 0.
           05 C-ASENTADOS         PIC 9(6) VALUE 0.
           05 C-YA-ASENTADOS      PIC 9(6) VALUE 0.
           05 C-COPIADOS          PIC 9(6) VALUE 0.
           05 C-SIN-PAPEL         PIC 9(6) VALUE 0.

       01 W-PAPEL.
           05 W-PA-COLEGIO      PIC 99.
           05 W-PA-CODIGO       PIC X(14) VALUE SPACES.
           05 W-PA-SERIAL       PIC 9(8).
           05 W-PA-RESULTADO    PIC X.
               88 W-PA-OK            VALUE 'S'.

       01 WS-SERIE-SIGUIENTE      PIC 9(6) VALUE 0.
       01 WS-ENCONTRADO-FLAG      PIC X VALUE 'N'.
           05 LLA-DUPL      PIC 99.
           05 FILLER        PIC X(10) VALUE SPACES.

       01 LINEA-LIS-COMPETENCIAS.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(14) VALUE 'COMPETENCIAS: '.
           05 LLK-COMPETENCIA OCCURS 8.
               10 LLK-SIGLA     PIC X(5).
               10 LLK-NIVEL     PIC X.
               10 FILLER        PIC X.
           05 FILLER        PIC X(3)  VALUE SPACES.

       01 LINEA-LIS-PAPEL.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(17) VALUE 'HOJA DEL TITULO: '.
           05 LLP-PAPEL     PIC 9(8).
           05 FILLER        PIC X(20) VALUE '  HOJA DUPLICADO:   '.
           05 LLP-PAPEL-DUP PIC 9(8).
           05 FILLER        PIC X(20) VALUE SPACES.

           COPY WCOMPCLA.
       01 WS-COMPETENCIAS-TITULO.
           05 WS-NIVEL-COMPETENCIA PIC 9 OCCURS 8.
       01 WS-IDX-COMPETENCIA      PIC 9.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

             MOVE GR-APELLIDOS        TO TIT-APELLIDOS OF REG-TITULO
             MOVE WS-FH-AAAAMMDD      TO TIT-FECHA-EXPIDE OF REG-TITULO
             MOVE 0                   TO TIT-DUPLICADOS OF REG-TITULO
             MOVE GR-COLEGIO          TO TIT-COLEGIO OF REG-TITULO
             IF GR-PAPEL NUMERIC THEN
               MOVE GR-PAPEL          TO TIT-PAPEL OF REG-TITULO
             ELSE
               MOVE 0                 TO TIT-PAPEL OF REG-TITULO
             END-IF
             MOVE 0                   TO TIT-PAPEL-DUP OF REG-TITULO
             MOVE SPACES             
               TO TIT-FECHA-DUPLICADO OF REG-TITULO
             IF GR-COMPETENCIAS NUMERIC THEN
               MOVE GR-COMPETENCIAS TO TIT-COMPETENCIAS OF REG-TITULO
             ELSE
               MOVE ZEROS TO TIT-COMPETENCIAS OF REG-TITULO
             END-IF
             WRITE REG-TITULO
             ADD 1 TO C-ASENTADOS
             PERFORM 2300-LISTAR-ASIENTO
           MOVE TIT-APELLIDOS OF REG-TITULO  TO LLA-APELLIDOS
           MOVE TIT-DUPLICADOS OF REG-TITULO TO LLA-DUPL
           WRITE LINEA-LISTADO FROM LINEA-LIS-ASIENTO
           MOVE TIT-COMPETENCIAS OF REG-TITULO
             TO WS-COMPETENCIAS-TITULO
           PERFORM 2310-LISTAR-COMPETENCIAS
           MOVE TIT-PAPEL OF REG-TITULO      TO LLP-PAPEL
           MOVE TIT-PAPEL-DUP OF REG-TITULO  TO LLP-PAPEL-DUP
           PERFORM 2320-LISTAR-PAPEL
           .
      ******************************************************************
       2320-LISTAR-PAPEL.
      *    LOS ASIENTOS ANTERIORES AL PAPEL DE SEGURIDAD NO LO TIENEN
           IF LLP-PAPEL NOT NUMERIC THEN
             MOVE 0 TO LLP-PAPEL
           END-IF
           IF LLP-PAPEL-DUP NOT NUMERIC THEN
             MOVE 0 TO LLP-PAPEL-DUP
           END-IF
           IF LLP-PAPEL > 0 OR LLP-PAPEL-DUP > 0 THEN
             WRITE LINEA-LISTADO FROM LINEA-LIS-PAPEL
           END-IF
           .
      ******************************************************************
       2310-LISTAR-COMPETENCIAS.
      *    LOS ASIENTOS ANTERIORES A LAS COMPETENCIAS NO LAS TIENEN
           IF WS-COMPETENCIAS-TITULO NUMERIC
               AND WS-COMPETENCIAS-TITULO NOT = ZEROS THEN
             PERFORM VARYING WS-IDX-COMPETENCIA FROM 1 BY 1
                     UNTIL WS-IDX-COMPETENCIA > 8
               MOVE T-KC-SIGLA (WS-IDX-COMPETENCIA)
                 TO LLK-SIGLA (WS-IDX-COMPETENCIA)
               IF WS-NIVEL-COMPETENCIA (WS-IDX-COMPETENCIA) = 0 THEN
                 MOVE '-' TO LLK-NIVEL (WS-IDX-COMPETENCIA)
               ELSE
                 MOVE WS-NIVEL-COMPETENCIA (WS-IDX-COMPETENCIA)
                   TO LLK-NIVEL (WS-IDX-COMPETENCIA)
               END-IF
             END-PERFORM
             WRITE LINEA-LISTADO FROM LINEA-LIS-COMPETENCIAS
           END-IF
           .
      ******************************************************************
       3000-REEXPEDIR.
               DISPLAY FS-LIBRO-NUEVO
               PERFORM 5000-END-PROGRAM
           END-IF
           CALL "MODPAPEL" USING 'O' 'DUP' W-PA-COLEGIO WS-NIF-BUSCADO
                                  WS-ANO WS-SERIE-BUSCADA W-PA-CODIGO
                                  'CCPRAC9A' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
               DISPLAY '*CCPRAC9A*ERROR*PAPEL*DE*SEGURIDAD*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-LIBRO
           PERFORM UNTIL NOT FS-LIBRO-OK
             ADD 1 TO C-COPIADOS
             IF TIT-ANO OF REG-TITULO = WS-ANO
                 AND TIT-NIF OF REG-TITULO = WS-NIF-BUSCADO THEN
               SET ASIENTO-ENCONTRADO TO TRUE
               PERFORM 3100-PAPEL-DUPLICADO
               IF W-PA-OK THEN
                 MOVE REG-TITULO TO REG-TITULO-SAL
                 ADD 1 TO TIT-DUPLICADOS OF REG-TITULO-SAL
                 MOVE WS-FH-AAAAMMDD
                   TO TIT-FECHA-DUPLICADO OF REG-TITULO-SAL
                 MOVE W-PA-COLEGIO TO TIT-COLEGIO OF REG-TITULO-SAL
                 MOVE W-PA-SERIAL  TO TIT-PAPEL-DUP OF REG-TITULO-SAL
                 WRITE REG-LIBRO-NUEVO FROM REG-TITULO-SAL
                 MOVE TIT-SERIE OF REG-TITULO-SAL      TO LLA-SERIE
                 MOVE TIT-ANO OF REG-TITULO-SAL        TO LLA-ANO
                 MOVE TIT-NIF OF REG-TITULO-SAL        TO LLA-NIF
                 MOVE TIT-APELLIDOS OF REG-TITULO-SAL
                   TO LLA-APELLIDOS
                 MOVE TIT-DUPLICADOS OF REG-TITULO-SAL TO LLA-DUPL
                 WRITE LINEA-LISTADO FROM LINEA-LIS-ASIENTO
                 MOVE TIT-COMPETENCIAS OF REG-TITULO-SAL
                   TO WS-COMPETENCIAS-TITULO
                 PERFORM 2310-LISTAR-COMPETENCIAS
                 MOVE TIT-PAPEL OF REG-TITULO-SAL      TO LLP-PAPEL
                 MOVE TIT-PAPEL-DUP OF REG-TITULO-SAL  TO LLP-PAPEL-DUP
                 PERFORM 2320-LISTAR-PAPEL
               ELSE
                 WRITE REG-LIBRO-NUEVO FROM REG-TITULO
               END-IF
             ELSE
               WRITE REG-LIBRO-NUEVO FROM REG-TITULO
             END-IF
           END-PERFORM
           CLOSE F-LIBRO
           CLOSE F-LIBRO-NUEVO
           CALL "MODPAPEL" USING 'C' 'DUP' W-PA-COLEGIO WS-NIF-BUSCADO
                                  WS-ANO WS-SERIE-BUSCADA W-PA-CODIGO
                                  'CCPRAC9A' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT ASIENTO-ENCONTRADO THEN
             DISPLAY '*CCPRAC9A*TITULO*NO*ENCONTRADO* NIF '
                 WS-NIF-BUSCADO ' ANO ' WS-ANO
           END-IF
           .
      ******************************************************************
       3100-PAPEL-DUPLICADO.
      *    LA HOJA DEL DUPLICADO SE ANOTA CONTRA LA SERIE DEL TITULO;
      *    SIN HOJA EL ASIENTO SE COPIA TAL CUAL Y NO SE REEXPIDE
           IF TIT-COLEGIO OF REG-TITULO NUMERIC
               AND TIT-COLEGIO OF REG-TITULO > 0 THEN
             MOVE TIT-COLEGIO OF REG-TITULO TO W-PA-COLEGIO
           ELSE
             MOVE WS-COLEGIO-DUP TO W-PA-COLEGIO
           END-IF
           CALL "MODPAPEL" USING 'A' 'DUP' W-PA-COLEGIO
                                  TIT-NIF OF REG-TITULO
                                  TIT-ANO OF REG-TITULO
                                  TIT-SERIE OF REG-TITULO W-PA-CODIGO
                                  'CCPRAC9A' W-PA-SERIAL W-PA-RESULTADO
           END-CALL
           IF NOT W-PA-OK THEN
             DISPLAY '*CCPRAC9A*SIN*PAPEL*DUPLICADO*NO*EMITIDO* NIF '
                 TIT-NIF OF REG-TITULO ' COLEGIO ' W-PA-COLEGIO
             ADD 1 TO C-SIN-PAPEL
           END-IF
           .
      ******************************************************************
       3500-VERIFICAR.
           OPEN INPUT F-LIBRO
           MOVE C-ASENTADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9A' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-SIN-PAPEL > 0 AND RETURN-CODE < 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
