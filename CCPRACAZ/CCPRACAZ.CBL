       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAZ.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SEGURO ESCOLAR. LOS ALUMNOS DESDE EL CURSO     *
      *                 MINIMO DE SYSIN (3 SI FALTA) HASTA LA EDAD     *
      *                 MAXIMA (28 SI FALTA, ANO DE SYSIN MENOS ANO DE *
      *                 NACIMIENTO) CON MATRICULA EN EL ANO DE SYSIN   *
      *                 (ALUMNOS Y MATRICULAS EN DB2) DEBEN ESTAR      *
      *                 CUBIERTOS. UN SORT INTERNO JUNTA POR NIF LOS   *
      *                 ALUMNOS A CUBRIR, LAS BAJAS DE CCPRAC25 DEL    *
      *                 DIARIO JRNMANT, LOS TRASLADOS DEL ANO          *
      *                 (RTRASLAD) Y LOS COBROS DE LA CUOTA QUE ENVIAN *
      *                 LOS COLEGIOS (SEGPAGOS, OPCIONAL) Y LOS CASA   *
      *                 CON EL REGISTRO DE ASEGURADOS (RSEGURO, POR    *
      *                 NIF+ANO, SEGANT -> SEGNUE): ALTA DEL QUE ENTRA,*
      *                 BAJA DEL QUE YA NO ESTA (CON LA FECHA DE LA    *
      *                 BAJA DEL DIARIO SI LA HAY), COLEGIO DE ORIGEN  *
      *                 DEL TRASLADADO Y ESTADO DEL PAGO. LOS COBROS   *
      *                 SIN ASEGURADO, REPETIDOS, DE OTRO ANO O POR    *
      *                 DEBAJO DE LA CUOTA DE SYSIN (1,12 SI FALTA) NO *
      *                 SE APLICAN Y SALEN COMO INCIDENCIA; CON ALGUNA *
      *                 TERMINA CON 4. UN SEGUNDO SORT POR COLEGIO     *
      *                 SACA EL FICHERO DE COTIZACION PARA LA          *
      *                 SEGURIDAD SOCIAL (CABECERA CON GENERACION EN   *
      *                 SEGCTRL, COMO CCPRAC46, UN DETALLE POR         *
      *                 ASEGURADO DEL ANO Y COLA CON REGISTROS,        *
      *                 CUBIERTOS, BAJAS, TOTAL DE CUOTAS, COBRADOS Y  *
      *                 TOTAL COBRADO) Y LA LISTA POR COLEGIO DE LOS   *
      *                 CUBIERTOS QUE NO HAN PAGADO.                   *
      *                 LOS ASEGURADOS DEL ANO (CUBIERTOS, BAJAS,      *
      *                 COBRADOS Y SIN PAGAR) SE TOTALIZAN TAMBIEN POR *
      *                 ETAPA EDUCATIVA DEL CURSO (MODETAPA) EN LOS    *
      *                 TOTALES DEL PROCESO.                           *
      *                 EL CURSO MINIMO SE ENTIENDE DENTRO DE LA ETAPA *
      *                 DE SECUNDARIA OBLIGATORIA CUYO CODIGO DA SYSIN *
      *                 (POSICION 13): SE CUBRE AL ALUMNO DE ESA ETAPA *
      *                 DESDE EL CURSO MINIMO Y AL DE CUALQUIER ETAPA  *
      *                 POSTERIOR EN EL FICHERO DE ETAPAS, Y NUNCA AL  *
      *                 DE PRIMARIA. SIN CODIGO EN SYSIN, SIN FICHERO  *
      *                 DE ETAPAS O CON EL CURSO SIN ETAPA ASIGNADA SE *
      *                 SIGUE APLICANDO SOLO EL CURSO MINIMO.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C12 IS CANAL-12
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOURNAL ASSIGN JRNMANT
               FILE STATUS IS FS-JOURNAL.

           SELECT F-TRASLADOS ASSIGN TRASLADO
               FILE STATUS IS FS-TRASLADOS.

           SELECT F-PAGOS ASSIGN SEGPAGOS
               FILE STATUS IS FS-PAGOS.

           SELECT F-SEGURO-ANT ASSIGN SEGANT
               FILE STATUS IS FS-SEGURO-ANT.

           SELECT F-SEGURO-NUEVO ASSIGN SEGNUE
               FILE STATUS IS FS-SEGURO-NUEVO.

           SELECT F-COTIZACION ASSIGN SEGCOTIZ
               FILE STATUS IS FS-COTIZACION.

           SELECT F-GENERACION ASSIGN SEGCTRL
               FILE STATUS IS FS-GENERACION.

           SELECT F-IMPAGADOS ASSIGN SEGIMPAG
               FILE STATUS IS FS-IMPAGADOS.

           SELECT F-SORT ASSIGN SORTWK01.

           SELECT F-SORT2 ASSIGN SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL
           RECORDING MODE IS F.
           COPY RJOURNAL.

       FD F-TRASLADOS
           RECORDING MODE IS F.
           COPY RTRASLAD.

       FD F-PAGOS
           RECORDING MODE IS F
           DATA RECORD REG-PAGO.
       01 REG-PAGO.
           05 PG-NIF               PIC X(9).
           05 PG-ANO               PIC 9(4).
           05 PG-FECHA             PIC X(8).
           05 PG-IMPORTE           PIC 9(3)V99.
           05 PG-COLEGIO           PIC 99.
           05 FILLER               PIC X(52).

       FD F-SEGURO-ANT
           RECORDING MODE IS F.
           COPY RSEGURO.

       FD F-SEGURO-NUEVO
           RECORDING MODE IS F
           DATA RECORD REG-SEGURO-NUEVO.
       01 REG-SEGURO-NUEVO         PIC X(100).

       FD F-COTIZACION
           RECORDING MODE IS F
           DATA RECORD REG-COTIZACION.
       01 REG-COTIZACION           PIC X(80).

       FD F-GENERACION
           RECORDING MODE IS F
           DATA RECORD REG-GENERACION.
       01 REG-GENERACION           PIC X(80).

       FD F-IMPAGADOS
           RECORDING MODE IS F
           DATA RECORD LINEA-IMPAGADOS.
       01 LINEA-IMPAGADOS          PIC X(132).

       SD F-SORT
           DATA RECORD REG-MOVIMIENTO-SORT.
       01 REG-MOVIMIENTO-SORT.
           05 SR-NIF               PIC X(9).
           05 SR-TIPO              PIC 9.
               88 SR-A-CUBRIR           VALUE 1.
               88 SR-BAJA               VALUE 2.
               88 SR-TRASLADO           VALUE 3.
               88 SR-PAGO               VALUE 4.
           05 SR-FECHA             PIC X(8).
           05 SR-COLEGIO           PIC 99.
           05 SR-COLEGIO-ORIGEN    PIC 99.
           05 SR-CURSO             PIC 9.
           05 SR-FECHA-NAC         PIC X(8).
           05 SR-NOMBRE            PIC X(15).
           05 SR-FECHA-TRASLADO    PIC X(10).
           05 SR-IMPORTE           PIC 9(3)V99.

       SD F-SORT2
           DATA RECORD REG-ASEGURADO-SORT.
       01 REG-ASEGURADO-SORT.
           05 AS-COLEGIO           PIC 99.
           05 AS-NIF               PIC X(9).
           05 AS-REGISTRO          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-JOURNAL PIC XX.
               88 FS-JOURNAL-OK     VALUE '00'.
               88 FS-JOURNAL-NO-EXISTE VALUE '35'.
           05 FS-TRASLADOS PIC XX.
               88 FS-TRASLADOS-OK   VALUE '00'.
               88 FS-TRASLADOS-NO-EXISTE VALUE '35'.
           05 FS-PAGOS PIC XX.
               88 FS-PAGOS-OK       VALUE '00'.
               88 FS-PAGOS-NO-EXISTE VALUE '35'.
           05 FS-SEGURO-ANT PIC XX.
               88 FS-SEGURO-ANT-OK  VALUE '00'.
               88 FS-SEGURO-ANT-EOF VALUE '10'.
               88 FS-SEGURO-ANT-NO-EXISTE VALUE '35'.
           05 FS-SEGURO-NUEVO PIC XX.
               88 FS-SEGURO-NUEVO-OK VALUE '00'.
           05 FS-COTIZACION PIC XX.
               88 FS-COTIZACION-OK  VALUE '00'.
           05 FS-GENERACION PIC XX.
               88 FS-GENERACION-OK  VALUE '00'.
               88 FS-GENERACION-NO-EXISTE VALUE '35'.
           05 FS-IMPAGADOS PIC XX.
               88 FS-IMPAGADOS-OK   VALUE '00'.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-ANO-PROCESO       PIC 9(4).
           05 WS-CURSO-MINIMO      PIC 9.
           05 WS-EDAD-MAXIMA       PIC 99.
           05 WS-CUOTA             PIC 9(3)V99.
           05 WS-ETAPA-MINIMA      PIC X.
           05 FILLER               PIC X(67).

       01 WS-ANO-FILTRO           PIC S9(4) USAGE COMP.

       01 WS-ANO-NACIMIENTO       PIC 9(4).
       01 WS-EDAD                 PIC S9(4).

       01 WS-REG-GENERACION.
           05 WS-GEN-NUMERO        PIC 9(6).
           05 FILLER               PIC X(74).

       01 C-CONTADORES.
           05 C-A-CUBRIR          PIC 9(6) VALUE 0.
           05 C-FUERA-DE-ETAPA    PIC 9(6) VALUE 0.
           05 C-BAJAS-DIARIO      PIC 9(6) VALUE 0.
           05 C-TRASLADOS-LEIDOS  PIC 9(6) VALUE 0.
           05 C-PAGOS-LEIDOS      PIC 9(6) VALUE 0.
           05 C-ALTAS             PIC 9(6) VALUE 0.
           05 C-REACTIVADOS       PIC 9(6) VALUE 0.
           05 C-BAJAS-MANT        PIC 9(6) VALUE 0.
           05 C-BAJAS-SIN-MAT     PIC 9(6) VALUE 0.
           05 C-TRASLADOS         PIC 9(6) VALUE 0.
           05 C-PAGOS             PIC 9(6) VALUE 0.
           05 C-INCIDENCIAS       PIC 9(6) VALUE 0.
           05 C-REGISTRO          PIC 9(7) VALUE 0.
           05 C-DETALLES          PIC 9(7) VALUE 0.
           05 C-CUBIERTOS         PIC 9(7) VALUE 0.
           05 C-DE-BAJA           PIC 9(7) VALUE 0.
           05 C-COBRADOS          PIC 9(7) VALUE 0.
           05 C-IMPAGADOS         PIC 9(6) VALUE 0.
           05 C-IMPAGADOS-COLEGIO PIC 9(5) VALUE 0.
           05 C-LINEAS            PIC 999  VALUE 0.

       01 AC-TOTALES.
           05 AC-TOTAL-CUOTAS     PIC 9(7)V99 VALUE 0.
           05 AC-TOTAL-COBRADO    PIC 9(7)V99 VALUE 0.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.

       01 WS-NIF-ACTUAL           PIC X(9).
       01 WS-EXISTE-FLAG          PIC X VALUE 'N'.
           88 ASEGURADO-EXISTE         VALUE 'S'.
       01 WS-ELEGIBLE-FLAG        PIC X VALUE 'N'.
           88 ALUMNO-A-CUBRIR          VALUE 'S'.
       01 WS-EN-ETAPA-FLAG        PIC X VALUE 'N'.
           88 ALUMNO-EN-ETAPA-CUBIERTA VALUE 'S'.

      *    ORDEN EN EL FICHERO DE ETAPAS DE LA ETAPA DE SYSIN (0 = NO
      *    SE FILTRA POR ETAPA, SOLO POR CURSO MINIMO)
       01 WS-ORDEN-ETAPA-MINIMA   PIC 99 VALUE 0.

      *    DATOS DEL ALUMNO EN CURSO RECOGIDOS DEL SORT ANTES DE
      *    DECIDIR SU COBERTURA
       01 WS-ALUMNO-ACTUAL.
           05 WS-AA-COLEGIO        PIC 99.
           05 WS-AA-CURSO          PIC 9.
           05 WS-AA-FECHA-NAC      PIC X(8).
           05 WS-AA-NOMBRE         PIC X(15).
           05 WS-AA-FECHA-BAJA     PIC X(8).
           05 WS-AA-TR-ORIGEN      PIC 99.
           05 WS-AA-TR-DESTINO     PIC 99.
           05 WS-AA-TR-FECHA       PIC X(10).

       01 WS-COLEGIO-ACTUAL       PIC XX VALUE HIGH-VALUES.

       01 WS-FECHA-HOY.
           05 WS-FH-AAAAMMDD       PIC X(8).
           05 FILLER               PIC X(13).

           COPY RSEGURO REPLACING REG-SEGURO BY REG-SEGURO-SAL.

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 REG-COT-CABECERA.
           05 FILLER               PIC X(3)  VALUE 'CAB'.
           05 CAB-REMITENTE        PIC X(8)  VALUE 'CCNOTAS '.
           05 CAB-FECHA            PIC X(8).
           05 CAB-GENERACION       PIC 9(6).
           05 CAB-ANO              PIC 9(4).
           05 CAB-CUOTA            PIC 9(3)V99.
           05 FILLER               PIC X(46) VALUE SPACES.

       01 REG-COT-DETALLE.
           05 FILLER               PIC X(3)  VALUE 'DET'.
           05 DET-SECUENCIA        PIC 9(7).
           05 DET-NIF              PIC X(9).
           05 DET-COLEGIO          PIC 99.
           05 DET-CURSO            PIC 9.
           05 DET-FECHA-NAC        PIC X(8).
           05 DET-COBERTURA        PIC X.
           05 DET-FECHA-ALTA       PIC X(8).
           05 DET-FECHA-BAJA       PIC X(8).
           05 DET-CUOTA            PIC 9(3)V99.
           05 DET-PAGO             PIC X.
           05 DET-FECHA-PAGO       PIC X(8).
           05 DET-IMPORTE          PIC 9(3)V99.
           05 FILLER               PIC X(14) VALUE SPACES.

       01 REG-COT-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.
           05 COLA-REGISTROS       PIC 9(7).
           05 COLA-CUBIERTOS       PIC 9(7).
           05 COLA-BAJAS           PIC 9(7).
           05 COLA-TOTAL-CUOTAS    PIC 9(7)V99.
           05 COLA-COBRADOS        PIC 9(7).
           05 COLA-TOTAL-COBRADO   PIC 9(7)V99.
           05 FILLER               PIC X(31) VALUE SPACES.

       01 LINEA-IMP-TITULO.
           05 FILLER  PIC X(36) VALUE
               'SEGURO ESCOLAR - CUOTAS PENDIENTES  '.
           05 FILLER  PIC X(5)  VALUE 'ANO: '.
           05 LIT-ANO PIC 9(4).
           05 FILLER  PIC X(9)  VALUE '  FECHA: '.
           05 LIT-FECHA PIC X(8).
           05 FILLER  PIC X(70) VALUE SPACES.

       01 LINEA-IMP-SECCION.
           05 LIS-TEXTO PIC X(40).
           05 FILLER  PIC X(92) VALUE SPACES.

       01 LINEA-IMP-INCIDENCIA.
           05 LII-NIF       PIC X(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LII-COLEGIO   PIC Z9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LII-ANO       PIC 9(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LII-FECHA     PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LII-IMPORTE   PIC ZZ9,99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LII-TEXTO     PIC X(30).
           05 FILLER        PIC X(63) VALUE SPACES.

       01 LINEA-IMP-CABECERA.
           05 FILLER  PIC X(9)  VALUE 'COLEGIO: '.
           05 LIC-COLEGIO   PIC Z9.
           05 FILLER  PIC X     VALUE SPACE.
           05 LIC-NOMBRE    PIC X(15).
           05 FILLER  PIC X(105) VALUE SPACES.

       01 LINEA-IMP-COLUMNAS.
           05 FILLER  PIC X(11) VALUE 'NIF'.
           05 FILLER  PIC X(17) VALUE 'NOMBRE'.
           05 FILLER  PIC X(7)  VALUE 'CURSO'.
           05 FILLER  PIC X(11) VALUE 'FECHA NAC.'.
           05 FILLER  PIC X(11) VALUE 'FECHA ALTA'.
           05 FILLER  PIC X(10) VALUE 'CUOTA'.
           05 FILLER  PIC X(65) VALUE SPACES.

       01 LINEA-IMP-ALUMNO.
           05 LIA-NIF       PIC X(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIA-NOMBRE    PIC X(15).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LIA-CURSO     PIC 9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LIA-FECHA-NAC PIC X(8).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LIA-FECHA-ALTA PIC X(8).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LIA-CUOTA     PIC ZZ9,99.
           05 FILLER        PIC X(69) VALUE SPACES.

       01 LINEA-IMP-TOTAL.
           05 FILLER  PIC X(24) VALUE 'ALUMNOS SIN PAGAR:      '.
           05 LIT-IMPAGADOS PIC ZZZZ9.
           05 FILLER  PIC X(103) VALUE SPACES.

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
           05 T-EP-TOTALES OCCURS 21.
               10 T-EP-CUBIERTOS     PIC 9(7).
               10 T-EP-DE-BAJA       PIC 9(7).
               10 T-EP-COBRADOS      PIC 9(7).
               10 T-EP-IMPAGADOS     PIC 9(6).
       01 WS-IDX-ETAPA            PIC 99.
       01 WS-ETAPA-ROTULO         PIC X(22).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCALUMN
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C-A-CUBRIR CURSOR FOR
               SELECT NIF, NOMBRE, COD_COLEGIO, CURSO, FECHA_NAC
                 FROM ALUMNOS A
                WHERE EXISTS
                      (SELECT 1
                         FROM MATRICULAS M
                        WHERE M.NIF = A.NIF
                          AND M.ANO_ACADEMICO = :WS-ANO-FILTRO)
                ORDER BY NIF
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY SR-NIF SR-TIPO SR-FECHA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-CARGAR-MOVIMIENTOS
               OUTPUT PROCEDURE 3000-ACTUALIZAR-REGISTRO
           SORT F-SORT2
               ON ASCENDING KEY AS-COLEGIO AS-NIF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 3500-ASEGURADOS-DEL-ANO
               OUTPUT PROCEDURE 3600-COTIZACION-E-IMPAGADOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           ACCEPT LINEA-SYSIN
           IF WS-ANO-PROCESO NOT NUMERIC
               OR WS-ANO-PROCESO = ZERO THEN
               DISPLAY '*CCPRACAZ*SYSIN*ANO*INVALIDO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-CURSO-MINIMO NOT NUMERIC
               OR WS-CURSO-MINIMO = ZERO THEN
               MOVE 3 TO WS-CURSO-MINIMO
           END-IF
           IF WS-EDAD-MAXIMA NOT NUMERIC
               OR WS-EDAD-MAXIMA = ZERO THEN
               MOVE 28 TO WS-EDAD-MAXIMA
           END-IF
           IF WS-CUOTA NOT NUMERIC
               OR WS-CUOTA = ZERO THEN
               MOVE 1,12 TO WS-CUOTA
           END-IF
           DISPLAY '*CCPRACAZ* ANO ' WS-ANO-PROCESO
               ' CURSO MINIMO ' WS-CURSO-MINIMO
               ' EDAD MAXIMA ' WS-EDAD-MAXIMA
           MOVE WS-ANO-PROCESO  TO WS-ANO-FILTRO
           MOVE WS-ANO-PROCESO  TO LIT-ANO
           MOVE WS-FH-AAAAMMDD  TO LIT-FECHA
           PERFORM 1050-LEER-GENERACION
           PERFORM 1100-ABRIR-FICHEROS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           INITIALIZE T-RESUMEN-ETAPA
           CALL "MODETAPA" USING 'O' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           PERFORM 1020-ORDEN-ETAPA-MINIMA
           .
      ******************************************************************
       1020-ORDEN-ETAPA-MINIMA.
           IF WS-ETAPA-MINIMA = SPACE THEN
               DISPLAY '*CCPRACAZ*AVISO*SIN*ETAPA*EN*SYSIN* SE CUBRE '
                   'POR CURSO MINIMO EN TODAS LAS ETAPAS'
           ELSE
               MOVE WS-ETAPA-MINIMA TO W-ET-ETAPA
               CALL "MODETAPA" USING 'E' W-ET-COLEGIO W-ET-CURSO
                                      W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                      W-ET-ULTIMO W-ET-SIGUIENTE
                                      W-ET-CURSO-SIG W-ET-TITULA
                                      W-ET-ENCONTRADO
               END-CALL
               IF W-ETAPA-ENCONTRADA AND W-ET-ORDEN > 0 THEN
                   MOVE W-ET-ORDEN TO WS-ORDEN-ETAPA-MINIMA
                   DISPLAY '*CCPRACAZ* ETAPA ' WS-ETAPA-MINIMA ' '
                       W-ET-NOMBRE ' DESDE EL CURSO ' WS-CURSO-MINIMO
               ELSE
                   DISPLAY '*CCPRACAZ*AVISO*ETAPA*' WS-ETAPA-MINIMA
                       '*NO*ESTA*EN*EL*FICHERO*DE*ETAPAS* SE CUBRE '
                       'POR CURSO MINIMO'
               END-IF
           END-IF
           .
      ******************************************************************
       1050-LEER-GENERACION.
           OPEN INPUT F-GENERACION
           IF FS-GENERACION-NO-EXISTE THEN
               MOVE 0 TO WS-GEN-NUMERO
           ELSE
             IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR LEER FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-GENERACION INTO WS-REG-GENERACION
             IF NOT FS-GENERACION-OK THEN
               MOVE 0 TO WS-GEN-NUMERO
             END-IF
             CLOSE F-GENERACION
           END-IF
           ADD 1 TO WS-GEN-NUMERO
           .
      ******************************************************************
       1100-ABRIR-FICHEROS.
           OPEN INPUT F-SEGURO-ANT
           IF FS-SEGURO-ANT-NO-EXISTE THEN
             DISPLAY '*CCPRACAZ*SIN*REGISTRO*ANTERIOR* SE CREA '
                 'DESDE CERO'
             MOVE HIGH-VALUES TO SG-NIF OF REG-SEGURO
           ELSE
             IF NOT FS-SEGURO-ANT-OK THEN
               DISPLAY 'ERROR LEER FICHERO SEGANT'
               DISPLAY FS-SEGURO-ANT
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             PERFORM 2900-LEER-SEGURO-ANT
           END-IF

           OPEN OUTPUT F-SEGURO-NUEVO
           IF NOT FS-SEGURO-NUEVO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO SEGNUE'
               DISPLAY FS-SEGURO-NUEVO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-COTIZACION
           IF NOT FS-COTIZACION-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO SEGCOTIZ'
               DISPLAY FS-COTIZACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-IMPAGADOS
           IF NOT FS-IMPAGADOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO SEGIMPAG'
               DISPLAY FS-IMPAGADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-TITULO
               AFTER ADVANCING CANAL-12
           MOVE 'INCIDENCIAS DE COBRO' TO LIS-TEXTO
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-SECCION AFTER 2
           .
      ******************************************************************
       2000-CARGAR-MOVIMIENTOS.
           PERFORM 2100-ALUMNOS-A-CUBRIR
           PERFORM 2200-BAJAS-DEL-DIARIO
           PERFORM 2300-TRASLADOS-DEL-ANO
           PERFORM 2400-COBROS-RECIBIDOS
           .
      ******************************************************************
       2100-ALUMNOS-A-CUBRIR.
           EXEC SQL
             OPEN C-A-CUBRIR
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAZ*ERROR*OPEN*ALUMNOS* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 2150-FETCH-ALUMNO
           PERFORM UNTIL NOT SQL-OK
      *      SIN FECHA DE NACIMIENTO VALIDA NO SE EXCLUYE POR EDAD
             MOVE 0 TO WS-EDAD
             IF FECHA-NAC OF DCLALUMNOS (1:4) IS NUMERIC THEN
               MOVE FECHA-NAC OF DCLALUMNOS (1:4)
                 TO WS-ANO-NACIMIENTO
               COMPUTE WS-EDAD = WS-ANO-PROCESO - WS-ANO-NACIMIENTO
             END-IF
             PERFORM 2160-ETAPA-A-CUBRIR
             IF NOT ALUMNO-EN-ETAPA-CUBIERTA THEN
               ADD 1 TO C-FUERA-DE-ETAPA
             END-IF
             IF WS-EDAD <= WS-EDAD-MAXIMA
                 AND ALUMNO-EN-ETAPA-CUBIERTA THEN
               INITIALIZE REG-MOVIMIENTO-SORT
               MOVE NIF OF DCLALUMNOS         TO SR-NIF
               SET SR-A-CUBRIR TO TRUE
               MOVE COD-COLEGIO OF DCLALUMNOS TO SR-COLEGIO
               MOVE CURSO OF DCLALUMNOS       TO SR-CURSO
               MOVE FECHA-NAC OF DCLALUMNOS   TO SR-FECHA-NAC
               MOVE NOMBRE OF DCLALUMNOS      TO SR-NOMBRE
               RELEASE REG-MOVIMIENTO-SORT
               ADD 1 TO C-A-CUBRIR
             END-IF
             PERFORM 2150-FETCH-ALUMNO
           END-PERFORM
           IF NOT SQL-NOT-FOUND THEN
               DISPLAY '*CCPRACAZ*ERROR*FETCH*ALUMNOS* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           EXEC SQL
             CLOSE C-A-CUBRIR
           END-EXEC
           .
      ******************************************************************
       2150-FETCH-ALUMNO.
           EXEC SQL
             FETCH C-A-CUBRIR
               INTO :DCLALUMNOS.NIF, :DCLALUMNOS.NOMBRE,
                    :DCLALUMNOS.COD-COLEGIO, :DCLALUMNOS.CURSO,
                    :DCLALUMNOS.FECHA-NAC
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           .
      ******************************************************************
       2160-ETAPA-A-CUBRIR.
      *    EN LA ETAPA DE SYSIN DESDE EL CURSO MINIMO, EN LAS ETAPAS
      *    POSTERIORES SIEMPRE Y EN LAS ANTERIORES NUNCA; SIN ETAPA
      *    CONOCIDA, SOLO EL CURSO MINIMO
           MOVE 'N' TO WS-EN-ETAPA-FLAG
           MOVE 0 TO W-ET-ORDEN
           IF WS-ORDEN-ETAPA-MINIMA > 0 THEN
               MOVE COD-COLEGIO OF DCLALUMNOS TO W-ET-COLEGIO
               MOVE CURSO OF DCLALUMNOS       TO W-ET-CURSO
               CALL "MODETAPA" USING 'L' W-ET-COLEGIO W-ET-CURSO
                                      W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                      W-ET-ULTIMO W-ET-SIGUIENTE
                                      W-ET-CURSO-SIG W-ET-TITULA
                                      W-ET-ENCONTRADO
               END-CALL
               IF NOT W-ETAPA-ENCONTRADA THEN
                   MOVE 0 TO W-ET-ORDEN
               END-IF
           END-IF
           EVALUATE TRUE
             WHEN W-ET-ORDEN = 0
               IF CURSO OF DCLALUMNOS >= WS-CURSO-MINIMO THEN
                   SET ALUMNO-EN-ETAPA-CUBIERTA TO TRUE
               END-IF
             WHEN W-ET-ORDEN > WS-ORDEN-ETAPA-MINIMA
               SET ALUMNO-EN-ETAPA-CUBIERTA TO TRUE
             WHEN W-ET-ORDEN = WS-ORDEN-ETAPA-MINIMA
               IF CURSO OF DCLALUMNOS >= WS-CURSO-MINIMO THEN
                   SET ALUMNO-EN-ETAPA-CUBIERTA TO TRUE
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       2200-BAJAS-DEL-DIARIO.
      *    SOLO LAS BAJAS DE ALUMNOS (CCPRAC25) DESDE EL ANO DE SYSIN;
      *    JR-CLAVE ES EL NIF Y JR-FECHA ES AAAAMMDD
           OPEN INPUT F-JOURNAL
           IF FS-JOURNAL-NO-EXISTE THEN
             DISPLAY '*CCPRACAZ*SIN*DIARIO*JRNMANT* LAS BAJAS VAN '
                 'COMO SIN MATRICULA'
           ELSE
             IF NOT FS-JOURNAL-OK THEN
               DISPLAY 'ERROR LEER FICHERO JRNMANT'
               DISPLAY FS-JOURNAL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-JOURNAL
             PERFORM UNTIL NOT FS-JOURNAL-OK
               IF JR-PROGRAMA = 'CCPRAC25'
                   AND JR-OPCION = 'B'
                   AND JR-FECHA (1:4) >= WS-ANO-PROCESO THEN
                 INITIALIZE REG-MOVIMIENTO-SORT
                 MOVE JR-CLAVE TO SR-NIF
                 SET SR-BAJA TO TRUE
                 MOVE JR-FECHA TO SR-FECHA
                 RELEASE REG-MOVIMIENTO-SORT
                 ADD 1 TO C-BAJAS-DIARIO
               END-IF
               READ F-JOURNAL
             END-PERFORM
             CLOSE F-JOURNAL
           END-IF
           .
      ******************************************************************
       2300-TRASLADOS-DEL-ANO.
      *    FECHA-TRASLADO VIENE DD/MM/AAAA; SE ORDENA COMO AAAAMMDD
      *    PARA QUE EL ULTIMO TRASLADO DEL ANO SEA EL QUE QUEDE
           OPEN INPUT F-TRASLADOS
           IF FS-TRASLADOS-NO-EXISTE THEN
             DISPLAY '*CCPRACAZ*SIN*FICHERO*TRASLADOS*'
           ELSE
             IF NOT FS-TRASLADOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO TRASLADOS'
               DISPLAY FS-TRASLADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-TRASLADOS
             PERFORM UNTIL NOT FS-TRASLADOS-OK
               IF ANO-ACADEMICO OF REG-TRASLADO = WS-ANO-PROCESO THEN
                 INITIALIZE REG-MOVIMIENTO-SORT
                 MOVE NIF OF REG-TRASLADO TO SR-NIF
                 SET SR-TRASLADO TO TRUE
                 STRING FECHA-TRASLADO (7:4) FECHA-TRASLADO (4:2)
                        FECHA-TRASLADO (1:2)
                     DELIMITED BY SIZE INTO SR-FECHA
                 MOVE COLEGIO-ORIGEN  TO SR-COLEGIO-ORIGEN
                 MOVE COLEGIO-DESTINO TO SR-COLEGIO
                 MOVE FECHA-TRASLADO  TO SR-FECHA-TRASLADO
                 RELEASE REG-MOVIMIENTO-SORT
                 ADD 1 TO C-TRASLADOS-LEIDOS
               END-IF
               READ F-TRASLADOS
             END-PERFORM
             CLOSE F-TRASLADOS
           END-IF
           .
      ******************************************************************
       2400-COBROS-RECIBIDOS.
           OPEN INPUT F-PAGOS
           IF FS-PAGOS-NO-EXISTE THEN
             DISPLAY '*CCPRACAZ*SIN*COBROS*'
           ELSE
             IF NOT FS-PAGOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO SEGPAGOS'
               DISPLAY FS-PAGOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-PAGOS
             PERFORM UNTIL NOT FS-PAGOS-OK
               ADD 1 TO C-PAGOS-LEIDOS
               IF PG-ANO = WS-ANO-PROCESO
                   AND PG-IMPORTE IS NUMERIC THEN
                 INITIALIZE REG-MOVIMIENTO-SORT
                 MOVE PG-NIF     TO SR-NIF
                 SET SR-PAGO TO TRUE
                 MOVE PG-FECHA   TO SR-FECHA
                 MOVE PG-COLEGIO TO SR-COLEGIO
                 MOVE PG-IMPORTE TO SR-IMPORTE
                 RELEASE REG-MOVIMIENTO-SORT
               ELSE
                 MOVE PG-NIF     TO LII-NIF
                 MOVE PG-COLEGIO TO LII-COLEGIO
                 MOVE PG-ANO     TO LII-ANO
                 MOVE PG-FECHA   TO LII-FECHA
                 MOVE 0          TO LII-IMPORTE
                 IF PG-IMPORTE IS NUMERIC THEN
                   MOVE PG-IMPORTE TO LII-IMPORTE
                   MOVE 'COBRO DE OTRO ANO' TO LII-TEXTO
                 ELSE
                   MOVE 'IMPORTE NO NUMERICO' TO LII-TEXTO
                 END-IF
                 PERFORM 3480-LISTAR-INCIDENCIA
               END-IF
               READ F-PAGOS
             END-PERFORM
             CLOSE F-PAGOS
           END-IF
           .
      ******************************************************************
       2900-LEER-SEGURO-ANT.
           IF FS-SEGURO-ANT-OK THEN
             READ F-SEGURO-ANT
             IF NOT FS-SEGURO-ANT-OK THEN
               MOVE HIGH-VALUES TO SG-NIF OF REG-SEGURO
             END-IF
           ELSE
             MOVE HIGH-VALUES TO SG-NIF OF REG-SEGURO
           END-IF
           .
      ******************************************************************
       3000-ACTUALIZAR-REGISTRO.
      *    CASA LOS MOVIMIENTOS CON EL REGISTRO ANTERIOR POR NIF; POR
      *    CADA NIF LLEGAN PRIMERO EL ALUMNO A CUBRIR, LUEGO BAJAS Y
      *    TRASLADOS (QUE DECIDEN LA COBERTURA) Y AL FINAL LOS COBROS
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-MOVIMIENTO
           PERFORM UNTIL SR-NIF = HIGH-VALUES
                     AND SG-NIF OF REG-SEGURO = HIGH-VALUES
             IF SR-NIF < SG-NIF OF REG-SEGURO THEN
               MOVE SR-NIF TO WS-NIF-ACTUAL
             ELSE
               MOVE SG-NIF OF REG-SEGURO TO WS-NIF-ACTUAL
             END-IF
             PERFORM 3150-REGISTRO-DEL-ALUMNO
             PERFORM 3200-MOVIMIENTOS-DEL-ALUMNO
             PERFORM 3300-DETERMINAR-COBERTURA
             PERFORM UNTIL SR-NIF NOT = WS-NIF-ACTUAL
               PERFORM 3400-APLICAR-COBRO
               PERFORM 3100-RETURN-MOVIMIENTO
             END-PERFORM
             IF ASEGURADO-EXISTE THEN
               WRITE REG-SEGURO-NUEVO FROM REG-SEGURO-SAL
               ADD 1 TO C-REGISTRO
             END-IF
      *      LO QUE QUEDE DEL NIF ES DE UN ANO POSTERIOR AL DE SYSIN
             PERFORM UNTIL SG-NIF OF REG-SEGURO NOT = WS-NIF-ACTUAL
               WRITE REG-SEGURO-NUEVO FROM REG-SEGURO
               ADD 1 TO C-REGISTRO
               PERFORM 2900-LEER-SEGURO-ANT
             END-PERFORM
           END-PERFORM
           IF FS-SEGURO-ANT-OK OR FS-SEGURO-ANT-EOF THEN
             CLOSE F-SEGURO-ANT
           END-IF
           CLOSE F-SEGURO-NUEVO
           .
      ******************************************************************
       3100-RETURN-MOVIMIENTO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           IF FIN-DE-SORT THEN
             MOVE HIGH-VALUES TO SR-NIF
           END-IF
           .
      ******************************************************************
       3150-REGISTRO-DEL-ALUMNO.
      *    LOS ANOS ANTERIORES PASAN TAL CUAL; EL DEL ANO DE SYSIN SE
      *    GUARDA PARA ACTUALIZARLO
           MOVE 'N' TO WS-EXISTE-FLAG
           PERFORM UNTIL SG-NIF OF REG-SEGURO NOT = WS-NIF-ACTUAL
                     OR SG-ANO OF REG-SEGURO >= WS-ANO-PROCESO
             WRITE REG-SEGURO-NUEVO FROM REG-SEGURO
             ADD 1 TO C-REGISTRO
             PERFORM 2900-LEER-SEGURO-ANT
           END-PERFORM
           IF SG-NIF OF REG-SEGURO = WS-NIF-ACTUAL
               AND SG-ANO OF REG-SEGURO = WS-ANO-PROCESO THEN
             MOVE REG-SEGURO TO REG-SEGURO-SAL
             SET ASEGURADO-EXISTE TO TRUE
             PERFORM 2900-LEER-SEGURO-ANT
           END-IF
           .
      ******************************************************************
       3200-MOVIMIENTOS-DEL-ALUMNO.
      *    LA ULTIMA BAJA Y EL ULTIMO TRASLADO QUEDAN AL ESTAR
      *    ORDENADOS POR FECHA
           MOVE 'N' TO WS-ELEGIBLE-FLAG
           INITIALIZE WS-ALUMNO-ACTUAL
           PERFORM UNTIL SR-NIF NOT = WS-NIF-ACTUAL OR SR-PAGO
             EVALUATE TRUE
               WHEN SR-A-CUBRIR
                 SET ALUMNO-A-CUBRIR TO TRUE
                 MOVE SR-COLEGIO   TO WS-AA-COLEGIO
                 MOVE SR-CURSO     TO WS-AA-CURSO
                 MOVE SR-FECHA-NAC TO WS-AA-FECHA-NAC
                 MOVE SR-NOMBRE    TO WS-AA-NOMBRE
               WHEN SR-BAJA
                 MOVE SR-FECHA TO WS-AA-FECHA-BAJA
               WHEN SR-TRASLADO
                 MOVE SR-COLEGIO-ORIGEN TO WS-AA-TR-ORIGEN
                 MOVE SR-COLEGIO        TO WS-AA-TR-DESTINO
                 MOVE SR-FECHA-TRASLADO TO WS-AA-TR-FECHA
             END-EVALUATE
             PERFORM 3100-RETURN-MOVIMIENTO
           END-PERFORM
           .
      ******************************************************************
       3300-DETERMINAR-COBERTURA.
           IF ALUMNO-A-CUBRIR THEN
             IF NOT ASEGURADO-EXISTE THEN
               MOVE SPACES TO REG-SEGURO-SAL
               MOVE WS-NIF-ACTUAL   TO SG-NIF OF REG-SEGURO-SAL
               MOVE WS-ANO-PROCESO  TO SG-ANO OF REG-SEGURO-SAL
               SET SG-CUBIERTO OF REG-SEGURO-SAL TO TRUE
               MOVE WS-FH-AAAAMMDD  TO SG-FECHA-ALTA OF REG-SEGURO-SAL
               SET SG-PENDIENTE OF REG-SEGURO-SAL TO TRUE
               MOVE 0 TO SG-IMPORTE OF REG-SEGURO-SAL
               MOVE 0 TO SG-COLEGIO-ORIGEN OF REG-SEGURO-SAL
               SET ASEGURADO-EXISTE TO TRUE
               ADD 1 TO C-ALTAS
             ELSE
               IF SG-DE-BAJA OF REG-SEGURO-SAL THEN
      *          VUELVE A ESTAR DE ALTA Y MATRICULADO EN EL ANO
                 SET SG-CUBIERTO OF REG-SEGURO-SAL TO TRUE
                 MOVE WS-FH-AAAAMMDD
                   TO SG-FECHA-ALTA OF REG-SEGURO-SAL
                 MOVE SPACES TO SG-FECHA-BAJA OF REG-SEGURO-SAL
                 MOVE SPACES TO SG-MOTIVO-BAJA OF REG-SEGURO-SAL
                 ADD 1 TO C-REACTIVADOS
               END-IF
             END-IF
           ELSE
             IF ASEGURADO-EXISTE
                 AND SG-CUBIERTO OF REG-SEGURO-SAL THEN
               SET SG-DE-BAJA OF REG-SEGURO-SAL TO TRUE
               IF WS-AA-FECHA-BAJA NOT = SPACES
                   AND WS-AA-FECHA-BAJA >=
                       SG-FECHA-ALTA OF REG-SEGURO-SAL THEN
                 MOVE WS-AA-FECHA-BAJA
                   TO SG-FECHA-BAJA OF REG-SEGURO-SAL
                 SET SG-BAJA-MANTENIMIENTO OF REG-SEGURO-SAL TO TRUE
                 ADD 1 TO C-BAJAS-MANT
               ELSE
                 MOVE WS-FH-AAAAMMDD
                   TO SG-FECHA-BAJA OF REG-SEGURO-SAL
                 SET SG-BAJA-SIN-MATRICULA OF REG-SEGURO-SAL TO TRUE
                 ADD 1 TO C-BAJAS-SIN-MAT
               END-IF
             END-IF
           END-IF
           IF ASEGURADO-EXISTE
               AND WS-AA-TR-FECHA NOT = SPACES
               AND WS-AA-TR-FECHA NOT =
                   SG-FECHA-TRASLADO OF REG-SEGURO-SAL THEN
             MOVE WS-AA-TR-ORIGEN TO SG-COLEGIO-ORIGEN OF REG-SEGURO-SAL
             MOVE WS-AA-TR-FECHA  TO SG-FECHA-TRASLADO OF REG-SEGURO-SAL
             MOVE WS-AA-TR-DESTINO TO SG-COLEGIO OF REG-SEGURO-SAL
             ADD 1 TO C-TRASLADOS
           END-IF
      *    EL ALUMNO DE ALTA TRAE SUS DATOS ACTUALES DE DB2
           IF ALUMNO-A-CUBRIR THEN
             MOVE WS-AA-COLEGIO   TO SG-COLEGIO OF REG-SEGURO-SAL
             MOVE WS-AA-CURSO     TO SG-CURSO OF REG-SEGURO-SAL
             MOVE WS-AA-FECHA-NAC TO SG-FECHA-NAC OF REG-SEGURO-SAL
             MOVE WS-AA-NOMBRE    TO SG-NOMBRE OF REG-SEGURO-SAL
           END-IF
           .
      ******************************************************************
       3400-APLICAR-COBRO.
           MOVE SR-NIF     TO LII-NIF
           MOVE SR-COLEGIO TO LII-COLEGIO
           MOVE WS-ANO-PROCESO TO LII-ANO
           MOVE SR-FECHA   TO LII-FECHA
           MOVE SR-IMPORTE TO LII-IMPORTE
           EVALUATE TRUE
             WHEN NOT ASEGURADO-EXISTE
               MOVE 'COBRO SIN ASEGURADO EN EL ANO' TO LII-TEXTO
               PERFORM 3480-LISTAR-INCIDENCIA
             WHEN SG-COBRADO OF REG-SEGURO-SAL
               MOVE 'COBRO YA REGISTRADO' TO LII-TEXTO
               PERFORM 3480-LISTAR-INCIDENCIA
             WHEN SR-IMPORTE < WS-CUOTA
               MOVE 'IMPORTE INFERIOR A LA CUOTA' TO LII-TEXTO
               PERFORM 3480-LISTAR-INCIDENCIA
             WHEN OTHER
               SET SG-COBRADO OF REG-SEGURO-SAL TO TRUE
               MOVE SR-FECHA   TO SG-FECHA-PAGO OF REG-SEGURO-SAL
               MOVE SR-IMPORTE TO SG-IMPORTE OF REG-SEGURO-SAL
               ADD 1 TO C-PAGOS
           END-EVALUATE
           .
      ******************************************************************
       3480-LISTAR-INCIDENCIA.
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-INCIDENCIA AFTER 1
           ADD 1 TO C-INCIDENCIAS
           .
      ******************************************************************
       3500-ASEGURADOS-DEL-ANO.
           OPEN INPUT F-SEGURO-NUEVO
           IF NOT FS-SEGURO-NUEVO-OK THEN
               DISPLAY 'ERROR LEER FICHERO SEGNUE'
               DISPLAY FS-SEGURO-NUEVO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-SEGURO-NUEVO INTO REG-SEGURO-SAL
           PERFORM UNTIL NOT FS-SEGURO-NUEVO-OK
             IF SG-ANO OF REG-SEGURO-SAL = WS-ANO-PROCESO THEN
               MOVE SG-COLEGIO OF REG-SEGURO-SAL TO AS-COLEGIO
               MOVE SG-NIF OF REG-SEGURO-SAL     TO AS-NIF
               MOVE REG-SEGURO-SAL               TO AS-REGISTRO
               RELEASE REG-ASEGURADO-SORT
             END-IF
             READ F-SEGURO-NUEVO INTO REG-SEGURO-SAL
           END-PERFORM
           CLOSE F-SEGURO-NUEVO
           .
      ******************************************************************
       3600-COTIZACION-E-IMPAGADOS.
           STRING WS-FH-AAAAMMDD DELIMITED BY SIZE INTO CAB-FECHA
           MOVE WS-GEN-NUMERO  TO CAB-GENERACION
           MOVE WS-ANO-PROCESO TO CAB-ANO
           MOVE WS-CUOTA       TO CAB-CUOTA
           WRITE REG-COTIZACION FROM REG-COT-CABECERA
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3610-RETURN-ASEGURADO
           PERFORM UNTIL FIN-DE-SORT
             MOVE AS-REGISTRO TO REG-SEGURO-SAL
             PERFORM 3620-DETALLE-COTIZACION
             IF SG-CUBIERTO OF REG-SEGURO-SAL
                 AND SG-PENDIENTE OF REG-SEGURO-SAL THEN
               IF AS-COLEGIO NOT = WS-COLEGIO-ACTUAL THEN
                 PERFORM 3650-TOTAL-COLEGIO
                 MOVE AS-COLEGIO TO WS-COLEGIO-ACTUAL
                 PERFORM 3640-CABECERA-COLEGIO
               END-IF
               PERFORM 3660-LINEA-IMPAGADO
             END-IF
             PERFORM 3610-RETURN-ASEGURADO
           END-PERFORM
           PERFORM 3650-TOTAL-COLEGIO
           MOVE C-DETALLES       TO COLA-REGISTROS
           MOVE C-CUBIERTOS      TO COLA-CUBIERTOS
           MOVE C-DE-BAJA        TO COLA-BAJAS
           MOVE AC-TOTAL-CUOTAS  TO COLA-TOTAL-CUOTAS
           MOVE C-COBRADOS       TO COLA-COBRADOS
           MOVE AC-TOTAL-COBRADO TO COLA-TOTAL-COBRADO
           WRITE REG-COTIZACION FROM REG-COT-COLA
           CLOSE F-COTIZACION
           PERFORM 3700-GRABAR-GENERACION
           .
      ******************************************************************
       3610-RETURN-ASEGURADO.
           RETURN F-SORT2
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3620-DETALLE-COTIZACION.
      *    LA CUOTA SE DEBE POR CADA CUBIERTO; EL DE BAJA VA CON SU
      *    FECHA DE BAJA Y SIN CUOTA, PERO LO COBRADO SE DECLARA
           ADD 1 TO C-DETALLES
           MOVE C-DETALLES TO DET-SECUENCIA
           MOVE SG-NIF OF REG-SEGURO-SAL        TO DET-NIF
           MOVE SG-COLEGIO OF REG-SEGURO-SAL    TO DET-COLEGIO
           MOVE SG-CURSO OF REG-SEGURO-SAL      TO DET-CURSO
           MOVE SG-FECHA-NAC OF REG-SEGURO-SAL  TO DET-FECHA-NAC
           MOVE SG-COBERTURA OF REG-SEGURO-SAL  TO DET-COBERTURA
           MOVE SG-FECHA-ALTA OF REG-SEGURO-SAL TO DET-FECHA-ALTA
           MOVE SG-FECHA-BAJA OF REG-SEGURO-SAL TO DET-FECHA-BAJA
           MOVE SG-PAGO OF REG-SEGURO-SAL       TO DET-PAGO
           MOVE SG-FECHA-PAGO OF REG-SEGURO-SAL TO DET-FECHA-PAGO
           MOVE SG-IMPORTE OF REG-SEGURO-SAL    TO DET-IMPORTE
           IF SG-CUBIERTO OF REG-SEGURO-SAL THEN
             MOVE WS-CUOTA TO DET-CUOTA
             ADD 1 TO C-CUBIERTOS
             ADD WS-CUOTA TO AC-TOTAL-CUOTAS
           ELSE
             MOVE 0 TO DET-CUOTA
             ADD 1 TO C-DE-BAJA
           END-IF
           IF SG-COBRADO OF REG-SEGURO-SAL THEN
             ADD 1 TO C-COBRADOS
             ADD SG-IMPORTE OF REG-SEGURO-SAL TO AC-TOTAL-COBRADO
           END-IF
           WRITE REG-COTIZACION FROM REG-COT-DETALLE
           PERFORM 3630-ETAPA-DEL-ASEGURADO
           .
      ******************************************************************
       3630-ETAPA-DEL-ASEGURADO.
      *    LOS ASEGURADOS DEL ANO SE CUENTAN POR LA ETAPA DE SU CURSO
      *    EN EL COLEGIO ACTUAL (21 = SIN ETAPA)
           MOVE SG-COLEGIO OF REG-SEGURO-SAL TO W-ET-COLEGIO
           MOVE SG-CURSO OF REG-SEGURO-SAL TO W-ET-CURSO
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
           IF SG-CUBIERTO OF REG-SEGURO-SAL THEN
             ADD 1 TO T-EP-CUBIERTOS (WS-IDX-ETAPA)
             IF SG-PENDIENTE OF REG-SEGURO-SAL THEN
               ADD 1 TO T-EP-IMPAGADOS (WS-IDX-ETAPA)
             END-IF
           ELSE
             ADD 1 TO T-EP-DE-BAJA (WS-IDX-ETAPA)
           END-IF
           IF SG-COBRADO OF REG-SEGURO-SAL THEN
             ADD 1 TO T-EP-COBRADOS (WS-IDX-ETAPA)
           END-IF
           .
      ******************************************************************
       3640-CABECERA-COLEGIO.
           MOVE AS-COLEGIO TO W-COD-COLEGIO
           CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           IF NOT W-COLEGIO-ENCONTRADO THEN
             MOVE 'COLEGIO DESCON.' TO W-NOMB-COLEGIO
           END-IF
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-TITULO
               AFTER ADVANCING CANAL-12
           MOVE AS-COLEGIO     TO LIC-COLEGIO
           MOVE W-NOMB-COLEGIO TO LIC-NOMBRE
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-CABECERA AFTER 2
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-COLUMNAS AFTER 2
           MOVE 5 TO C-LINEAS
           .
      ******************************************************************
       3650-TOTAL-COLEGIO.
           IF C-IMPAGADOS-COLEGIO > 0 THEN
             MOVE C-IMPAGADOS-COLEGIO TO LIT-IMPAGADOS
             WRITE LINEA-IMPAGADOS FROM LINEA-IMP-TOTAL AFTER 2
             MOVE 0 TO C-IMPAGADOS-COLEGIO
           END-IF
           .
      ******************************************************************
       3660-LINEA-IMPAGADO.
           IF C-LINEAS >= 60 THEN
             PERFORM 3640-CABECERA-COLEGIO
           END-IF
           MOVE SG-NIF OF REG-SEGURO-SAL        TO LIA-NIF
           MOVE SG-NOMBRE OF REG-SEGURO-SAL     TO LIA-NOMBRE
           MOVE SG-CURSO OF REG-SEGURO-SAL      TO LIA-CURSO
           MOVE SG-FECHA-NAC OF REG-SEGURO-SAL  TO LIA-FECHA-NAC
           MOVE SG-FECHA-ALTA OF REG-SEGURO-SAL TO LIA-FECHA-ALTA
           MOVE WS-CUOTA TO LIA-CUOTA
           WRITE LINEA-IMPAGADOS FROM LINEA-IMP-ALUMNO AFTER 1
           ADD 1 TO C-IMPAGADOS
           ADD 1 TO C-IMPAGADOS-COLEGIO
           ADD 1 TO C-LINEAS
           .
      ******************************************************************
       3700-GRABAR-GENERACION.
      *    SOLO SE AVANZA LA GENERACION CUANDO EL FICHERO DE
      *    COTIZACION SE HA ESCRITO COMPLETO CON SU COLA
           OPEN OUTPUT F-GENERACION
           IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES TO WS-REG-GENERACION (7:74)
           WRITE REG-GENERACION FROM WS-REG-GENERACION
           CLOSE F-GENERACION
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ALUMNOS A CUBRIR:      ' C-A-CUBRIR
           DISPLAY 'FUERA DE ETAPA/CURSO:  ' C-FUERA-DE-ETAPA
           DISPLAY 'BAJAS DEL DIARIO:      ' C-BAJAS-DIARIO
           DISPLAY 'TRASLADOS DEL ANO:     ' C-TRASLADOS-LEIDOS
           DISPLAY 'COBROS LEIDOS:         ' C-PAGOS-LEIDOS
           DISPLAY 'ALTAS NUEVAS:          ' C-ALTAS
           DISPLAY 'ALTAS REACTIVADAS:     ' C-REACTIVADOS
           DISPLAY 'BAJAS POR CCPRAC25:    ' C-BAJAS-MANT
           DISPLAY 'BAJAS SIN MATRICULA:   ' C-BAJAS-SIN-MAT
           DISPLAY 'TRASLADOS ANOTADOS:    ' C-TRASLADOS
           DISPLAY 'COBROS APLICADOS:      ' C-PAGOS
           DISPLAY 'INCIDENCIAS DE COBRO:  ' C-INCIDENCIAS
           DISPLAY 'REGISTROS GRABADOS:    ' C-REGISTRO
           DISPLAY 'DETALLES COTIZACION:   ' C-DETALLES
           DISPLAY 'CUBIERTOS SIN PAGAR:   ' C-IMPAGADOS
           DISPLAY 'GENERACION EMITIDA:    ' WS-GEN-NUMERO
           PERFORM 4100-ASEGURADOS-POR-ETAPA
           CALL "MODETAPA" USING 'C' W-ET-COLEGIO W-ET-CURSO
                                  W-ET-ETAPA W-ET-NOMBRE W-ET-ORDEN
                                  W-ET-ULTIMO W-ET-SIGUIENTE
                                  W-ET-CURSO-SIG W-ET-TITULA
                                  W-ET-ENCONTRADO
           END-CALL
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CLOSE F-IMPAGADOS
           MOVE C-REGISTRO TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAZ' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-INCIDENCIAS > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-ASEGURADOS-POR-ETAPA.
           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 21
             IF T-EP-CUBIERTOS (WS-IDX-ETAPA) > 0
                 OR T-EP-DE-BAJA (WS-IDX-ETAPA) > 0 THEN
               IF WS-IDX-ETAPA = 21 THEN
                 MOVE 'SIN ETAPA' TO WS-ETAPA-ROTULO
               ELSE
                 MOVE WS-IDX-ETAPA TO W-ET-ORDEN
                 CALL "MODETAPA" USING 'N' W-ET-COLEGIO W-ET-CURSO
                                        W-ET-ETAPA W-ET-NOMBRE
                                        W-ET-ORDEN W-ET-ULTIMO
                                        W-ET-SIGUIENTE W-ET-CURSO-SIG
                                        W-ET-TITULA W-ET-ENCONTRADO
                 END-CALL
                 MOVE SPACES TO WS-ETAPA-ROTULO
                 STRING W-ET-ETAPA ' ' W-ET-NOMBRE
                     DELIMITED BY SIZE INTO WS-ETAPA-ROTULO
               END-IF
               DISPLAY 'ASEGURADOS ' WS-ETAPA-ROTULO ' CUBIERTOS '
                   T-EP-CUBIERTOS (WS-IDX-ETAPA)
                   ' BAJAS ' T-EP-DE-BAJA (WS-IDX-ETAPA)
               DISPLAY '    COBRADOS ' T-EP-COBRADOS (WS-IDX-ETAPA)
                   ' SIN PAGAR ' T-EP-IMPAGADOS (WS-IDX-ETAPA)
             END-IF
           END-PERFORM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
