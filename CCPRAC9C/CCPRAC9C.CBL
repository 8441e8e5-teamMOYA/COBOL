      *                 (RBECAS); Y LOS DATASETS DEL CATALOGO DE       *
      *                 ARCHIVO (RCATARCH) DONDE PUEDEN VIVIR NOTAS    *
      *                 YA PURGADAS, QUE SE RESTAURAN CON CCPRAC52     *
      *                 SI HACE FALTA; Y LOS DOCUMENTOS OFICIALES      *
      *                 ENVIADOS A LA FAMILIA SEGUN EL REGISTRO DE     *
      *                 CORRESPONDENCIA (RCORRESP), CON SU CODIGO DE   *
      *                 VERIFICACION; Y LOS OTROS ALUMNOS DE SU        *
      *                 UNIDAD FAMILIAR (MODFAMIL), SIN SUS DATOS,     *
      *                 PARA QUE CADA TUTOR SOLO RECIBA LOS DE SUS     *
      *                 PROPIOS HIJOS (PADRES SEPARADOS). AL PIE, LA   *
      *                 LISTA DE COMPROBACION DE FUENTES CONSULTADAS   *
      *                 CON SUS CONTADORES, PARA QUE NADA QUEDE SIN    *
      *                 MIRAR. TRAS LAS NOTAS, SU DESGLOSE EN          *
      *                 COMPONENTES (EXAMENES, PROYECTOS Y TRABAJO DE  *
      *                 CLASE CON SU PESO, REGISTRO RCOMPNOT) Y LA     *
      *                 NOTA PONDERADA QUE RESULTA DE ELLOS.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-CATALOGO ASSIGN CATARCH
               FILE STATUS IS FS-CATALOGO.

           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

           SELECT F-COMPONENTES ASSIGN COMPNOTA
               FILE STATUS IS FS-COMPONENTES.

           SELECT F-DOSSIER ASSIGN DOSSIER
               FILE STATUS IS FS-DOSSIER.

           RECORDING MODE IS F.
           COPY RCATARCH.

       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       FD F-COMPONENTES
           RECORDING MODE IS F.
           COPY RCOMPNOT.

       FD F-DOSSIER
           RECORDING MODE IS F
           DATA RECORD LINEA-DOSSIER.
               88 FS-BECAS-OK       VALUE '00'.
           05 FS-CATALOGO PIC XX.
               88 FS-CATALOGO-OK    VALUE '00'.
           05 FS-CORRESP PIC XX.
               88 FS-CORRESP-OK     VALUE '00'.
           05 FS-COMPONENTES PIC XX.
               88 FS-COMPONENTES-OK VALUE '00'.
           05 FS-DOSSIER PIC XX.
               88 FS-DOSSIER-OK     VALUE '00'.


      *    UNA ENTRADA POR FUENTE: 1 ALUMNOS, 2 NOTAS, 3 FALTAS,
      *    4 MATRICULAS, 5 TRASLADOS, 6 DECISIONES, 7 DIARIO,
      *    8 BECAS, 9 CATALOGO DE ARCHIVO, 10 CORRESPONDENCIA,
      *    11 UNIDAD FAMILIAR, 12 COMPONENTES DE LA NOTA
       01 T-FUENTES.
           05 T-FU-ENTRADA OCCURS 12.
               10 T-FU-ESTADO   PIC X(12).
               10 T-FU-FILAS    PIC 9(5).
       01 WS-IDX-FUENTE           PIC 99.

       01 W-FAMILIA-LOOKUP.
           05 W-FAM-NIF         PIC X(9).
           05 W-FAM-FAMILIA     PIC X(9).
           05 W-FAM-MIEMBROS    PIC 9(3).
           05 W-FAM-RESULTADO   PIC X.
               88 W-FAM-ENCONTRADO      VALUE 'S'.
               88 W-FAM-SIN-MAESTRO     VALUE 'X'.
       01 W-MIEMBROS-EDIT         PIC ZZ9.

      *    LOS HOST VARIABLES COMP NO PUEDEN IR DIRECTOS EN UN
      *    STRING: CADA UNO PASA ANTES POR SU CAMPO DE EDICION
       01 W-ASIG-EDIT             PIC 9.
       01 W-HORAS-EDIT            PIC 9(4).

       01 W-COMPONENTES.
           05 W-CLAVE-COMPONENTE  PIC X(15).
           05 W-TIPO-TEXTO        PIC X(8).
           05 W-SUMA-PONDERADA    PIC 9(6)V9.
           05 W-SUMA-PESOS        PIC 9(4).
           05 W-NOTA-PONDERADA    PIC 99V9.

       01 LINEA-DOS-TITULO.
           05 FILLER  PIC X(40) VALUE
               'EXPEDIENTE DE DERECHO DE ACCESO - NIF:  '.
           PERFORM 1000-INICIO
           PERFORM 2000-SECCION-ALUMNO
           PERFORM 2100-SECCION-NOTAS
           PERFORM 2150-SECCION-COMPONENTES
           PERFORM 2200-SECCION-FALTAS
           PERFORM 2300-SECCION-MATRICULAS
           PERFORM 2400-SECCION-TRASLADOS
           PERFORM 2600-SECCION-DIARIO
           PERFORM 2700-SECCION-BECAS
           PERFORM 2800-SECCION-ARCHIVO
           PERFORM 2900-SECCION-CORRESPONDENCIA
           PERFORM 2950-SECCION-UNIDAD-FAMILIAR
           PERFORM 3000-LISTA-COMPROBACION
           PERFORM 4000-FIN
           .
             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM VARYING WS-IDX-FUENTE FROM 1 BY 1
                   UNTIL WS-IDX-FUENTE > 12
             MOVE 'SIN FICHERO ' TO T-FU-ESTADO (WS-IDX-FUENTE)
             MOVE 0 TO T-FU-FILAS (WS-IDX-FUENTE)
           END-PERFORM
             CLOSE C-NOTAS
           END-EXEC
           .
      ******************************************************************
       2150-SECCION-COMPONENTES.
      *    EL DESGLOSE SE CIERRA POR CADA ASIGNATURA Y TRIMESTRE CON
      *    LA NOTA PONDERADA, LA MISMA QUE CALCULA CCPRACAQ
           MOVE 'COMPONENTES DE LA NOTA (RCOMPNOT)' TO LDS-TITULO
           WRITE LINEA-DOSSIER FROM LINEA-DOS-SECCION
           OPEN INPUT F-COMPONENTES
           IF FS-COMPONENTES-OK THEN
             MOVE 'CONSULTADA  ' TO T-FU-ESTADO (12)
             MOVE SPACES TO W-CLAVE-COMPONENTE
             MOVE 0 TO W-SUMA-PONDERADA W-SUMA-PESOS
             READ F-COMPONENTES
             PERFORM UNTIL NOT FS-COMPONENTES-OK
               IF CN-NIF = WS-NIF-SOLICITADO THEN
                 IF CN-CLAVE NOT = W-CLAVE-COMPONENTE THEN
                   PERFORM 2160-TOTAL-COMPONENTES
                   MOVE CN-CLAVE TO W-CLAVE-COMPONENTE
                 END-IF
                 ADD 1 TO T-FU-FILAS (12)
                 COMPUTE W-SUMA-PONDERADA = W-SUMA-PONDERADA
                     + CN-NOTA * CN-PESO
                 ADD CN-PESO TO W-SUMA-PESOS
                 EVALUATE TRUE
                   WHEN CN-EXAMEN   MOVE 'EXAMEN  ' TO W-TIPO-TEXTO
                   WHEN CN-PROYECTO MOVE 'PROYECTO' TO W-TIPO-TEXTO
                   WHEN OTHER       MOVE 'TRABAJO ' TO W-TIPO-TEXTO
                 END-EVALUATE
                 MOVE CN-NOTA TO W-NOTA-EDIT
                 MOVE SPACES TO LDD-TEXTO
                 STRING 'ANO ' CN-ANO
                     ' TRIM ' CN-TRIMESTRE
                     ' ASIGNATURA ' CN-ASIGNATURA
                     ' ' W-TIPO-TEXTO ' ' CN-NUMERO
                     ' NOTA ' W-NOTA-EDIT
                     ' PESO ' CN-PESO '% '
                     CN-DESCRIPCION
                     DELIMITED BY SIZE INTO LDD-TEXTO
                 WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
               END-IF
               READ F-COMPONENTES
             END-PERFORM
             PERFORM 2160-TOTAL-COMPONENTES
             CLOSE F-COMPONENTES
           END-IF
           .
      ******************************************************************
       2160-TOTAL-COMPONENTES.
           IF W-CLAVE-COMPONENTE NOT = SPACES
               AND W-SUMA-PESOS > 0 THEN
             COMPUTE W-NOTA-PONDERADA ROUNDED =
                 W-SUMA-PONDERADA / W-SUMA-PESOS
             MOVE W-NOTA-PONDERADA TO W-NOTA-EDIT
             MOVE SPACES TO LDD-TEXTO
             STRING '    NOTA PONDERADA DE LOS COMPONENTES: '
                 W-NOTA-EDIT
                 DELIMITED BY SIZE INTO LDD-TEXTO
             WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
           END-IF
           MOVE 0 TO W-SUMA-PONDERADA W-SUMA-PESOS
           .
      ******************************************************************
       2200-SECCION-FALTAS.
           MOVE 'FALTAS (TABLA FALTAS)' TO LDS-TITULO
             CLOSE F-CATALOGO
           END-IF
           .
      ******************************************************************
       2900-SECCION-CORRESPONDENCIA.
           MOVE 'DOCUMENTOS ENVIADOS (RCORRESP)' TO LDS-TITULO
           WRITE LINEA-DOSSIER FROM LINEA-DOS-SECCION
           OPEN INPUT F-CORRESP
           IF FS-CORRESP-OK THEN
             MOVE 'CONSULTADA  ' TO T-FU-ESTADO (10)
             READ F-CORRESP
             PERFORM UNTIL NOT FS-CORRESP-OK
               IF CO-NIF = WS-NIF-SOLICITADO THEN
                 ADD 1 TO T-FU-FILAS (10)
                 MOVE SPACES TO LDD-TEXTO
                 STRING 'CODIGO ' CO-CODIGO
                     ' EMITIDO EL ' CO-FECHA
                     ' POR ' CO-PROGRAMA
                     ' ANO ' CO-ANO
                     ' COLEGIO ' CO-COLEGIO
                     ' REF ' CO-REFERENCIA
                     DELIMITED BY SIZE INTO LDD-TEXTO
                 WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
               END-IF
               READ F-CORRESP
             END-PERFORM
             CLOSE F-CORRESP
           END-IF
           .
      ******************************************************************
       2950-SECCION-UNIDAD-FAMILIAR.
      *    SOLO SE NOMBRAN LOS OTROS ALUMNOS DE LA UNIDAD: SUS DATOS
      *    NO VAN EN ESTE EXPEDIENTE Y SOLO SE ENTREGAN A SUS TUTORES
           MOVE 'UNIDAD FAMILIAR (RFAMILIA)' TO LDS-TITULO
           WRITE LINEA-DOSSIER FROM LINEA-DOS-SECCION
           MOVE WS-NIF-SOLICITADO TO W-FAM-NIF
           CALL "MODFAMIL" USING 'F' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           EVALUATE TRUE
             WHEN W-FAM-SIN-MAESTRO
               CONTINUE
             WHEN NOT W-FAM-ENCONTRADO
               MOVE 'CONSULTADA  ' TO T-FU-ESTADO (11)
               MOVE 'NIF SIN UNIDAD FAMILIAR EN EL MAESTRO'
                 TO LDD-TEXTO
               WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
             WHEN OTHER
               MOVE 'CONSULTADA  ' TO T-FU-ESTADO (11)
               MOVE 1 TO T-FU-FILAS (11)
               MOVE W-FAM-MIEMBROS TO W-MIEMBROS-EDIT
               MOVE SPACES TO LDD-TEXTO
               STRING 'CLAVE FAMILIAR ' W-FAM-FAMILIA
                   ' MIEMBROS ' W-MIEMBROS-EDIT
                   DELIMITED BY SIZE INTO LDD-TEXTO
               WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
               MOVE SPACES TO W-FAM-NIF
               CALL "MODFAMIL" USING 'M' W-FAM-NIF W-FAM-FAMILIA
                   W-FAM-MIEMBROS W-FAM-RESULTADO
               PERFORM UNTIL NOT W-FAM-ENCONTRADO
                 IF W-FAM-NIF NOT = WS-NIF-SOLICITADO THEN
                   ADD 1 TO T-FU-FILAS (11)
                   MOVE SPACES TO LDD-TEXTO
                   STRING 'COMPARTE UNIDAD: NIF ' W-FAM-NIF
                       ' (SUS DATOS NO SE INCLUYEN)'
                       DELIMITED BY SIZE INTO LDD-TEXTO
                   WRITE LINEA-DOSSIER FROM LINEA-DOS-DATO
                 END-IF
                 CALL "MODFAMIL" USING 'M' W-FAM-NIF W-FAM-FAMILIA
                     W-FAM-MIEMBROS W-FAM-RESULTADO
               END-PERFORM
           END-EVALUATE
           CALL "MODFAMIL" USING 'C' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           .
      ******************************************************************
       3000-LISTA-COMPROBACION.
           MOVE 'LISTA DE COMPROBACION DE FUENTES' TO LDS-TITULO
           WRITE LINEA-DOSSIER FROM LINEA-DOS-SECCION
           PERFORM VARYING WS-IDX-FUENTE FROM 1 BY 1
                   UNTIL WS-IDX-FUENTE > 12
             EVALUATE WS-IDX-FUENTE
               WHEN 1 MOVE 'ALUMNOS             ' TO LDF-FUENTE
               WHEN 2 MOVE 'NOTAS               ' TO LDF-FUENTE
               WHEN 7 MOVE 'DIARIO MANTENIM.    ' TO LDF-FUENTE
               WHEN 8 MOVE 'BECAS               ' TO LDF-FUENTE
               WHEN 9 MOVE 'CATALOGO DE ARCHIVO ' TO LDF-FUENTE
               WHEN 10 MOVE 'CORRESPONDENCIA     ' TO LDF-FUENTE
               WHEN 11 MOVE 'UNIDAD FAMILIAR     ' TO LDF-FUENTE
               WHEN 12 MOVE 'COMPONENTES NOTA    ' TO LDF-FUENTE
             END-EVALUATE
             MOVE T-FU-ESTADO (WS-IDX-FUENTE) TO LDF-ESTADO
             MOVE T-FU-FILAS (WS-IDX-FUENTE)  TO LDF-FILAS
