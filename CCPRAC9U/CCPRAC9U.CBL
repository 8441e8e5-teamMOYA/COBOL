       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRAC9U.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: REMESA MENSUAL DE RECIBOS DOMICILIADOS DE      *
      *                 COMEDOR Y TRANSPORTE, QUE HASTA AHORA SE       *
      *                 TECLEABAN EN LA WEB DEL BANCO. LEE EL FICHERO  *
      *                 DE CUOTAS DEL MES DE CCPRAC9L (POR NIF), EL    *
      *                 MAESTRO DE DOMICILIACIONES RDOMICIL (CCPRAC9T, *
      *                 POR NIF) Y EL REGISTRO DE BECAS RBECAS (POR    *
      *                 NIF+ANO). AL ALUMNO CON BECA CONCEDIDA O       *
      *                 RENOVADA EN EL ANO DE SYSIN SE LE APLICA EL    *
      *                 PORCENTAJE DE DESCUENTO DE SYSIN (100 =        *
      *                 EXENCION, QUE NO GENERA RECIBO). AL ALUMNO DE  *
      *                 UNA UNIDAD FAMILIAR (MODFAMIL) CON AL MENOS EL *
      *                 NUMERO DE MIEMBROS DE SYSIN (3 POR DEFECTO) SE *
      *                 LE APLICA EL DESCUENTO DE FAMILIA NUMEROSA DE  *
      *                 SYSIN (20 POR DEFECTO); LOS DESCUENTOS NO SE   *
      *                 ACUMULAN, SE APLICA EL MAYOR. CADA CUOTA       *
      *                 CON DOMICILIACION SE GIRA EN EL FICHERO DE     *
      *                 REMESA PARA EL BANCO (CABECERA CON NUMERO DE   *
      *                 GENERACION EN REMCTRL, DETALLES Y COLA CON     *
      *                 CONTADOR E IMPORTE TOTAL, MOLDE DE CCPRAC46) Y *
      *                 SE ANOTA COMO EMITIDA EN F-EMITIDOS (RRECIBOS) *
      *                 PARA QUE CCPRAC9V LA LLEVE AL LIBRO DE         *
      *                 RECIBOS. LAS CUOTAS SIN DOMICILIACION Y LAS    *
      *                 EXENTAS SE LISTAN EN F-INCIDENCIAS.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUOTAS ASSIGN CUOTAS
               FILE STATUS IS FS-CUOTAS.

           SELECT F-DOMICILIACIONES ASSIGN DOMICIL
               FILE STATUS IS FS-DOMICILIACIONES.

           SELECT F-BECAS ASSIGN BECAS
               FILE STATUS IS FS-BECAS.

           SELECT F-REMESA ASSIGN REMESA
               FILE STATUS IS FS-REMESA.

           SELECT F-EMITIDOS ASSIGN RECEMIT
               FILE STATUS IS FS-EMITIDOS.

           SELECT F-INCIDENCIAS ASSIGN INCIDENC
               FILE STATUS IS FS-INCIDENCIAS.

           SELECT F-GENERACION ASSIGN REMCTRL
               FILE STATUS IS FS-GENERACION.

       DATA DIVISION.
       FILE SECTION.
       FD F-CUOTAS
           RECORDING MODE IS F
           DATA RECORD REG-CUOTA.
       01 REG-CUOTA.
           05 CU-NIF               PIC X(9).
           05 CU-SERVICIO          PIC X.
           05 CU-MES               PIC X(6).
           05 CU-CUOTA             PIC 9(4)V99.
           05 CU-COLEGIO           PIC 99.
           05 FILLER               PIC X(56).

       FD F-DOMICILIACIONES
           RECORDING MODE IS F.
           COPY RDOMICIL.

       FD F-BECAS
           RECORDING MODE IS F.
           COPY RBECAS.

       FD F-REMESA
           RECORDING MODE IS F
           DATA RECORD REG-REMESA.
       01 REG-REMESA               PIC X(80).

       FD F-EMITIDOS
           RECORDING MODE IS F.
           COPY RRECIBOS.

       FD F-INCIDENCIAS
           RECORDING MODE IS F
           DATA RECORD LINEA-INCIDENCIA.
       01 LINEA-INCIDENCIA         PIC X(80).

       FD F-GENERACION
           RECORDING MODE IS F
           DATA RECORD REG-GENERACION.
       01 REG-GENERACION           PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CUOTAS PIC XX.
               88 FS-CUOTAS-OK      VALUE '00'.
           05 FS-DOMICILIACIONES PIC XX.
               88 FS-DOMICILIACIONES-OK VALUE '00'.
           05 FS-BECAS PIC XX.
               88 FS-BECAS-OK       VALUE '00'.
           05 FS-REMESA PIC XX.
               88 FS-REMESA-OK      VALUE '00'.
           05 FS-EMITIDOS PIC XX.
               88 FS-EMITIDOS-OK    VALUE '00'.
           05 FS-INCIDENCIAS PIC XX.
               88 FS-INCIDENCIAS-OK VALUE '00'.
           05 FS-GENERACION PIC XX.
               88 FS-GENERACION-OK  VALUE '00'.
               88 FS-GENERACION-NO-EXISTE VALUE '35'.

       01 LINEA-SYSIN.
           05 WS-ANO-ACADEMICO     PIC 9(4).
           05 WS-PCT-BECA          PIC 999.
           05 WS-FECHA-CARGO       PIC X(8).
           05 WS-PCT-FAMILIA       PIC 999.
           05 WS-MIN-MIEMBROS      PIC 9.
           05 FILLER               PIC X(61).

       01 WS-REG-GENERACION.
           05 WS-GEN-NUMERO        PIC 9(6).
           05 FILLER               PIC X(74).

       01 C-CONTADORES.
           05 C-CUOTAS            PIC 9(6) VALUE 0.
           05 C-GIRADOS           PIC 9(6) VALUE 0.
           05 C-CON-DESCUENTO     PIC 9(6) VALUE 0.
           05 C-EXENTOS           PIC 9(6) VALUE 0.
           05 C-FAMILIA-NUMEROSA  PIC 9(6) VALUE 0.
           05 C-SIN-DOMICILIO     PIC 9(6) VALUE 0.

       01 W-IMPORTES.
           05 W-IMPORTE           PIC 9(4)V99.
           05 W-PCT-APLICADO      PIC 999.
           05 W-TOTAL-REMESA      PIC 9(9)V99 VALUE 0.

       01 WS-BECA-FLAG         PIC X.
           88 ALUMNO-BECADO         VALUE 'S'.
       01 WS-FAMILIA-FLAG      PIC X.
           88 FAMILIA-NUMEROSA      VALUE 'S'.

       01 W-FAMILIA-LOOKUP.
           05 W-FAM-NIF         PIC X(9).
           05 W-FAM-FAMILIA     PIC X(9).
           05 W-FAM-MIEMBROS    PIC 9(3).
           05 W-FAM-RESULTADO   PIC X.
               88 W-FAM-ENCONTRADO      VALUE 'S'.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAAMMDD      PIC X(8).
           05 FILLER              PIC X(13).

       01 REG-REM-CABECERA.
           05 FILLER               PIC X(3)  VALUE 'CAB'.
           05 CAB-REMITENTE        PIC X(8)  VALUE 'CCNOTAS '.
           05 CAB-FECHA            PIC X(8).
           05 CAB-GENERACION       PIC 9(6).
           05 CAB-FECHA-CARGO      PIC X(8).
           05 CAB-MES              PIC X(6).
           05 FILLER               PIC X(41) VALUE SPACES.

       01 REG-REM-DETALLE.
           05 FILLER               PIC X(3)  VALUE 'DET'.
           05 DET-REFERENCIA.
               10 DET-NIF          PIC X(9).
               10 DET-MES          PIC X(6).
               10 DET-SERVICIO     PIC X.
           05 DET-FAMILIA          PIC X(9).
           05 DET-IBAN             PIC X(24).
           05 DET-IMPORTE          PIC 9(4)V99.
           05 DET-TITULAR          PIC X(22).

       01 REG-REM-COLA.
           05 FILLER               PIC X(3)  VALUE 'FIN'.
           05 COLA-REGISTROS       PIC 9(6).
           05 COLA-IMPORTE         PIC 9(9)V99.
           05 FILLER               PIC X(60) VALUE SPACES.

       01 LINEA-INC-DETALLE.
           05 LIN-NIF              PIC X(9).
           05 FILLER               PIC X     VALUE SPACE.
           05 LIN-SERVICIO         PIC X.
           05 FILLER               PIC X     VALUE SPACE.
           05 LIN-MES              PIC X(6).
           05 FILLER               PIC X(10) VALUE ' COLEGIO: '.
           05 LIN-COLEGIO          PIC Z9.
           05 FILLER               PIC X(8)  VALUE ' CUOTA: '.
           05 LIN-CUOTA            PIC ZZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 LIN-MOTIVO           PIC X(34).

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CUOTA UNTIL NOT FS-CUOTAS-OK
           PERFORM 3000-ESCRIBIR-COLA
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           IF WS-PCT-BECA NOT NUMERIC OR WS-PCT-BECA = 0 THEN
             MOVE 100 TO WS-PCT-BECA
             DISPLAY '*CCPRAC9U*SYSIN*SIN*DESCUENTO* LA BECA EXIME '
                 'DEL 100 POR CIEN'
           END-IF
           IF WS-PCT-BECA > 100 THEN
             DISPLAY '*CCPRAC9U*SYSIN*DESCUENTO*INVALIDO* '
                 WS-PCT-BECA
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-PCT-FAMILIA NOT NUMERIC OR WS-PCT-FAMILIA = 0 THEN
             MOVE 020 TO WS-PCT-FAMILIA
             DISPLAY '*CCPRAC9U*SYSIN*SIN*DESCUENTO*FAMILIA* FAMILIA '
                 'NUMEROSA AL 20 POR CIEN'
           END-IF
           IF WS-PCT-FAMILIA > 100 THEN
             DISPLAY '*CCPRAC9U*SYSIN*DESCUENTO*FAMILIA*INVALIDO* '
                 WS-PCT-FAMILIA
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-MIN-MIEMBROS NOT NUMERIC OR WS-MIN-MIEMBROS < 2 THEN
             MOVE 3 TO WS-MIN-MIEMBROS
           END-IF
           CALL "MODFAMIL" USING 'O' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           IF WS-FECHA-CARGO NOT NUMERIC THEN
             DISPLAY '*CCPRAC9U*SYSIN*FECHA*CARGO*INVALIDA* '
                 WS-FECHA-CARGO
             PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 1100-LEER-GENERACION
           PERFORM 1200-ABRIR-FICHEROS
           MOVE WS-FA-AAAAMMDD TO CAB-FECHA
           MOVE WS-GEN-NUMERO  TO CAB-GENERACION
           MOVE WS-FECHA-CARGO TO CAB-FECHA-CARGO
           PERFORM 2900-LEER-CUOTA
           IF FS-CUOTAS-OK THEN
             MOVE CU-MES TO CAB-MES
           ELSE
             MOVE SPACES TO CAB-MES
             DISPLAY '*CCPRAC9U*FICHERO*CUOTAS*VACIO*'
           END-IF
           WRITE REG-REMESA FROM REG-REM-CABECERA
           .
      ******************************************************************
       1100-LEER-GENERACION.
           OPEN INPUT F-GENERACION
           IF FS-GENERACION-NO-EXISTE THEN
               MOVE 0 TO WS-GEN-NUMERO
           ELSE
             IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR LEER FICHERO GENERACION'
               DISPLAY FS-GENERACION
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
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-CUOTAS
           IF NOT FS-CUOTAS-OK THEN
               DISPLAY 'ERROR LEER FICHERO CUOTAS'
               DISPLAY FS-CUOTAS
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-DOMICILIACIONES
           IF NOT FS-DOMICILIACIONES-OK THEN
             DISPLAY '*CCPRAC9U*SIN*MAESTRO*DOMICILIACIONES* NINGUNA '
                 'CUOTA SE GIRA'
             MOVE HIGH-VALUES TO DO-NIF
           ELSE
             PERFORM 2910-LEER-DOMICILIACION
           END-IF
           OPEN INPUT F-BECAS
           IF NOT FS-BECAS-OK THEN
             DISPLAY '*CCPRAC9U*SIN*REGISTRO*BECAS* NO SE APLICAN '
                 'DESCUENTOS'
             MOVE HIGH-VALUES TO NIF OF REG-BECA
           ELSE
             PERFORM 2920-LEER-BECA
           END-IF
           OPEN OUTPUT F-REMESA
           IF NOT FS-REMESA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO REMESA'
               DISPLAY FS-REMESA
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-EMITIDOS
           IF NOT FS-EMITIDOS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO RECEMIT'
               DISPLAY FS-EMITIDOS
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN OUTPUT F-INCIDENCIAS
           IF NOT FS-INCIDENCIAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INCIDENCIAS'
               DISPLAY FS-INCIDENCIAS
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2000-PROCESAR-CUOTA.
           ADD 1 TO C-CUOTAS
           PERFORM UNTIL DO-NIF >= CU-NIF
             PERFORM 2910-LEER-DOMICILIACION
           END-PERFORM
           PERFORM UNTIL NIF OF REG-BECA > CU-NIF
               OR (NIF OF REG-BECA = CU-NIF
                   AND ANO-ACADEMICO OF REG-BECA >= WS-ANO-ACADEMICO)
             PERFORM 2920-LEER-BECA
           END-PERFORM
           MOVE 'N' TO WS-BECA-FLAG
           IF NIF OF REG-BECA = CU-NIF
               AND ANO-ACADEMICO OF REG-BECA = WS-ANO-ACADEMICO
               AND (BECA-CONCEDIDA OR BECA-RENOVADA) THEN
             SET ALUMNO-BECADO TO TRUE
           END-IF

           PERFORM 2050-COMPROBAR-FAMILIA

      *    LOS DESCUENTOS NO SE ACUMULAN: SE APLICA EL MAYOR
           MOVE 0 TO W-PCT-APLICADO
           IF ALUMNO-BECADO THEN
             MOVE WS-PCT-BECA TO W-PCT-APLICADO
           END-IF
           IF FAMILIA-NUMEROSA AND WS-PCT-FAMILIA > W-PCT-APLICADO THEN
             MOVE WS-PCT-FAMILIA TO W-PCT-APLICADO
           ELSE
             MOVE 'N' TO WS-FAMILIA-FLAG
           END-IF
           MOVE CU-CUOTA TO W-IMPORTE
           IF W-PCT-APLICADO > 0 THEN
             COMPUTE W-IMPORTE ROUNDED =
                 CU-CUOTA * (100 - W-PCT-APLICADO) / 100
           END-IF

           EVALUATE TRUE
             WHEN W-IMPORTE = 0 AND FAMILIA-NUMEROSA
               ADD 1 TO C-EXENTOS
               MOVE 'EXENTO POR FAMILIA NUMEROSA' TO LIN-MOTIVO
               PERFORM 2300-ESCRIBIR-INCIDENCIA
             WHEN W-IMPORTE = 0
               ADD 1 TO C-EXENTOS
               MOVE 'EXENTO POR BECA' TO LIN-MOTIVO
               PERFORM 2300-ESCRIBIR-INCIDENCIA
             WHEN DO-NIF NOT = CU-NIF
               ADD 1 TO C-SIN-DOMICILIO
               MOVE 'SIN DOMICILIACION: COBRO EN CENTRO'
                 TO LIN-MOTIVO
               PERFORM 2300-ESCRIBIR-INCIDENCIA
             WHEN OTHER
               EVALUATE TRUE
                 WHEN FAMILIA-NUMEROSA
                   ADD 1 TO C-FAMILIA-NUMEROSA
                 WHEN ALUMNO-BECADO
                   ADD 1 TO C-CON-DESCUENTO
               END-EVALUATE
               PERFORM 2100-GIRAR-RECIBO
           END-EVALUATE
           PERFORM 2900-LEER-CUOTA
           .
      ******************************************************************
       2050-COMPROBAR-FAMILIA.
      *    FAMILIA NUMEROSA: LA UNIDAD FAMILIAR DEL MAESTRO TIENE AL
      *    MENOS WS-MIN-MIEMBROS HIJOS, AUNQUE NO TODOS USEN SERVICIOS
           MOVE 'N' TO WS-FAMILIA-FLAG
           MOVE CU-NIF TO W-FAM-NIF
           CALL "MODFAMIL" USING 'F' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           IF W-FAM-ENCONTRADO
               AND W-FAM-MIEMBROS >= WS-MIN-MIEMBROS THEN
             SET FAMILIA-NUMEROSA TO TRUE
           END-IF
           .
      ******************************************************************
       2100-GIRAR-RECIBO.
           MOVE CU-NIF       TO DET-NIF
           MOVE CU-MES       TO DET-MES
           MOVE CU-SERVICIO  TO DET-SERVICIO
           MOVE DO-FAMILIA   TO DET-FAMILIA
           MOVE DO-IBAN      TO DET-IBAN
           MOVE W-IMPORTE    TO DET-IMPORTE
           MOVE DO-TITULAR   TO DET-TITULAR
           WRITE REG-REMESA FROM REG-REM-DETALLE
           ADD 1 TO C-GIRADOS
           ADD W-IMPORTE TO W-TOTAL-REMESA

           INITIALIZE REG-RECIBO
           MOVE CU-NIF         TO RC-NIF
           MOVE CU-MES         TO RC-MES
           MOVE CU-SERVICIO    TO RC-SERVICIO
           MOVE DO-FAMILIA     TO RC-FAMILIA
           MOVE CU-COLEGIO     TO RC-COLEGIO
           MOVE W-IMPORTE      TO RC-IMPORTE
           SET RC-EMITIDO      TO TRUE
           MOVE WS-FECHA-CARGO TO RC-FECHA-ESTADO
           MOVE WS-GEN-NUMERO  TO RC-GENERACION
           WRITE REG-RECIBO
           .
      ******************************************************************
       2300-ESCRIBIR-INCIDENCIA.
           MOVE CU-NIF      TO LIN-NIF
           MOVE CU-SERVICIO TO LIN-SERVICIO
           MOVE CU-MES      TO LIN-MES
           MOVE CU-COLEGIO  TO LIN-COLEGIO
           MOVE CU-CUOTA    TO LIN-CUOTA
           WRITE LINEA-INCIDENCIA FROM LINEA-INC-DETALLE
           .
      ******************************************************************
       2900-LEER-CUOTA.
           READ F-CUOTAS
           .
      ******************************************************************
       2910-LEER-DOMICILIACION.
           IF FS-DOMICILIACIONES-OK THEN
             READ F-DOMICILIACIONES
             IF NOT FS-DOMICILIACIONES-OK THEN
               MOVE HIGH-VALUES TO DO-NIF
             END-IF
           ELSE
             MOVE HIGH-VALUES TO DO-NIF
           END-IF
           .
      ******************************************************************
       2920-LEER-BECA.
           IF FS-BECAS-OK THEN
             READ F-BECAS
             IF NOT FS-BECAS-OK THEN
               MOVE HIGH-VALUES TO NIF OF REG-BECA
             END-IF
           ELSE
             MOVE HIGH-VALUES TO NIF OF REG-BECA
           END-IF
           .
      ******************************************************************
       3000-ESCRIBIR-COLA.
           MOVE C-GIRADOS      TO COLA-REGISTROS
           MOVE W-TOTAL-REMESA TO COLA-IMPORTE
           WRITE REG-REMESA FROM REG-REM-COLA
           CLOSE F-REMESA
           PERFORM 3100-GRABAR-GENERACION
           .
      ******************************************************************
       3100-GRABAR-GENERACION.
      *    SOLO SE AVANZA LA GENERACION CON LA REMESA COMPLETA
           OPEN OUTPUT F-GENERACION
           IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO GENERACION'
               DISPLAY FS-GENERACION
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES TO WS-REG-GENERACION (7:74)
           WRITE REG-GENERACION FROM WS-REG-GENERACION
           CLOSE F-GENERACION
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'CUOTAS LEIDAS:        ' C-CUOTAS
           DISPLAY 'RECIBOS GIRADOS:      ' C-GIRADOS
           DISPLAY 'CON DESCUENTO BECA:   ' C-CON-DESCUENTO
           DISPLAY 'CON DESC. FAMILIA NUM:' C-FAMILIA-NUMEROSA
           DISPLAY 'EXENTOS:              ' C-EXENTOS
           DISPLAY 'SIN DOMICILIACION:    ' C-SIN-DOMICILIO
           DISPLAY 'IMPORTE REMESA:       ' W-TOTAL-REMESA
           DISPLAY 'GENERACION EMITIDA:   ' WS-GEN-NUMERO
           CLOSE F-CUOTAS F-EMITIDOS F-INCIDENCIAS
           IF FS-DOMICILIACIONES-OK THEN
             CLOSE F-DOMICILIACIONES
           END-IF
           IF FS-BECAS-OK THEN
             CLOSE F-BECAS
           END-IF
           CALL "MODFAMIL" USING 'C' W-FAM-NIF W-FAM-FAMILIA
               W-FAM-MIEMBROS W-FAM-RESULTADO
           MOVE C-CUOTAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9U' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
