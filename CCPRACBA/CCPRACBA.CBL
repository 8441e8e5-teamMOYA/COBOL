       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACBA.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: ENSOBRADO CONJUNTO DEL CORREO A LAS FAMILIAS.  *
      *                 BOLETINES (CCPRAC65), CARTAS DE FALTAS         *
      *                 (CCPRAC74), CERTIFICADOS (CCPRAC9J),           *
      *                 RESOLUCIONES DE BECA (CCPRAC81) Y              *
      *                 CONVOCATORIAS DE SEPTIEMBRE (CCPRAC88) SALIAN  *
      *                 CADA UNO CON SUS ETIQUETAS Y LA MISMA CASA     *
      *                 PODIA RECIBIR CUATRO SOBRES EN UNA SEMANA.     *
      *                 TODOS ESOS DOCUMENTOS QUEDAN ASENTADOS EN EL   *
      *                 REGISTRO DE CORRESPONDENCIA (RCORRESP VIA      *
      *                 MODCORRE): PARA LA FECHA DE ENVIO DE SYSIN SE  *
      *                 TOMAN LOS ASENTADOS DESDE EL ENVIO ANTERIOR    *
      *                 (FICHERO DE CONTROL ENVCTRL, O LA FECHA DESDE  *
      *                 DE SYSIN EN LA PRIMERA PASADA), UN SORT        *
      *                 INTERNO POR NIF LOS CASA CON EL MAESTRO DE     *
      *                 CONTACTO (RCONTACT DE CCPRAC94) Y UN SEGUNDO   *
      *                 SORT POR CODIGO POSTAL+DOMICILIO LOS AGRUPA EN *
      *                 UN SOBRE POR DOMICILIO, EN EL ORDEN DE LA      *
      *                 TARIFA DE CORREO MASIVO. SE IMPRIME UNA        *
      *                 ETIQUETA POR SOBRE CON LA RELACION DE LO QUE   *
      *                 VA DENTRO (TIPO, NIF Y CODIGO DE VERIFICACION) *
      *                 Y UN INFORME POR COLEGIO DE DOCUMENTOS, SOBRES *
      *                 Y FRANQUEO AHORRADO FRENTE A UN SOBRE POR      *
      *                 DOCUMENTO, A LA TARIFA DE SYSIN. EL SOBRE SE   *
      *                 IMPUTA AL COLEGIO DEL PRIMER DOCUMENTO QUE     *
      *                 LLEVA. LOS DOCUMENTOS SIN DOMICILIO SE LISTAN  *
      *                 PARA ENTREGA EN MANO. LAS ETIQUETAS PROPIAS DE *
      *                 CCPRAC65 (CORREO 'C') YA NO HACEN FALTA.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

           SELECT F-CONTACTOS ASSIGN CONTACTO
               FILE STATUS IS FS-CONTACTOS.

           SELECT F-CONTROL ASSIGN ENVCTRL
               FILE STATUS IS FS-CONTROL.

           SELECT F-SOBRES-TMP ASSIGN ENVTMP
               FILE STATUS IS FS-SOBRES-TMP.

           SELECT F-ETIQUETAS ASSIGN ETIQUETA
               FILE STATUS IS FS-ETIQUETAS.

           SELECT F-INFORME ASSIGN INFORME
               FILE STATUS IS FS-INFORME.

           SELECT F-SORT ASSIGN SORTWK01.

           SELECT F-SORT2 ASSIGN SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       FD F-CONTACTOS
           RECORDING MODE IS F.
           COPY RCONTACT.

       FD F-CONTROL
           RECORDING MODE IS F
           DATA RECORD REG-CONTROL.
       01 REG-CONTROL              PIC X(80).

       FD F-SOBRES-TMP
           RECORDING MODE IS F
           DATA RECORD REG-SOBRE-TMP.
       01 REG-SOBRE-TMP            PIC X(88).

       FD F-ETIQUETAS
           RECORDING MODE IS F
           DATA RECORD LINEA-ETIQUETA.
       01 LINEA-ETIQUETA           PIC X(80).

       FD F-INFORME
           RECORDING MODE IS F
           DATA RECORD LINEA-INFORME.
       01 LINEA-INFORME            PIC X(80).

       SD F-SORT
           DATA RECORD REG-DOCUMENTO.
       01 REG-DOCUMENTO.
           05 DO-NIF               PIC X(9).
           05 DO-TIPO              PIC X(3).
           05 DO-CODIGO            PIC X(14).
           05 DO-COLEGIO           PIC 99.
           05 DO-REFERENCIA        PIC X(10).

       SD F-SORT2
           DATA RECORD REG-INSERTO.
       01 REG-INSERTO.
           05 IN-CP                PIC X(5).
           05 IN-DIRECCION         PIC X(25).
           05 IN-COLEGIO           PIC 99.
           05 IN-NIF               PIC X(9).
           05 IN-TIPO              PIC X(3).
           05 IN-CODIGO            PIC X(14).
           05 IN-TUTOR             PIC X(20).
           05 IN-REFERENCIA        PIC X(10).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CORRESP PIC XX.
               88 FS-CORRESP-OK     VALUE '00'.
           05 FS-CONTACTOS PIC XX.
               88 FS-CONTACTOS-OK   VALUE '00'.
           05 FS-CONTROL PIC XX.
               88 FS-CONTROL-OK        VALUE '00'.
               88 FS-CONTROL-NO-EXISTE VALUE '35'.
           05 FS-SOBRES-TMP PIC XX.
               88 FS-SOBRES-TMP-OK  VALUE '00'.
           05 FS-ETIQUETAS PIC XX.
               88 FS-ETIQUETAS-OK   VALUE '00'.
           05 FS-INFORME PIC XX.
               88 FS-INFORME-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-FECHA-ENVIO       PIC X(8).
           05 WS-TARIFA            PIC 9(2)V99.
           05 WS-FECHA-DESDE       PIC X(8).
           05 FILLER               PIC X(60).

       01 WS-REG-CONTROL.
           05 WS-ULTIMO-ENVIO      PIC X(8).
           05 FILLER               PIC X(72).

       01 C-CONTADORES.
           05 C-ASIENTOS-LEIDOS   PIC 9(7) VALUE 0.
           05 C-DOCUMENTOS        PIC 9(6) VALUE 0.
           05 C-SIN-DOMICILIO     PIC 9(6) VALUE 0.
           05 C-ENSOBRADOS        PIC 9(6) VALUE 0.
           05 C-SOBRES            PIC 9(6) VALUE 0.

      *    POR COLEGIO (INDICE = COLEGIO + 1, EL 00 ES EL DESCONOCIDO)
       01 T-COLEGIOS.
           05 T-CO-ENTRADA OCCURS 100.
               10 T-CO-DOCUMENTOS  PIC 9(6).
               10 T-CO-SOBRES      PIC 9(6).
       01 WS-IDX                PIC 999.
       01 WS-COLEGIO            PIC 99.

       01 WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           88 FIN-DE-SORT              VALUE 'S'.
       01 WS-CORRESP-EOF-FLAG     PIC X VALUE 'N'.
           88 FIN-DE-CORRESP           VALUE 'S'.
       01 WS-CABECERA-MANO        PIC X VALUE 'N'.
           88 CABECERA-MANO-ESCRITA    VALUE 'S'.

       01 WS-SOBRE-ACTUAL.
           05 WS-SA-CP             PIC X(5).
           05 WS-SA-DIRECCION      PIC X(25).
       01 WS-SOBRE-ABIERTO        PIC X VALUE 'N'.
           88 SOBRE-ABIERTO            VALUE 'S'.

       01 W-AHORRADOS           PIC 9(6).
       01 W-IMPORTE             PIC 9(7)V99.
       01 W-TOTAL-IMPORTE       PIC 9(7)V99 VALUE 0.
       01 W-TOTAL-DOCUMENTOS    PIC 9(6) VALUE 0.
       01 W-TOTAL-SOBRES        PIC 9(6) VALUE 0.
       01 W-DESCRIPCION         PIC X(20).

       01 W-COLEGIO-LOOKUP.
           05 W-COD-COLEGIO     PIC XX.
           05 W-NOMB-COLEGIO    PIC X(15).
           05 W-ENCONTRADO      PIC X.
               88 W-COLEGIO-ENCONTRADO     VALUE 'S'.

       01 LINEA-ETQ-SOBRE.
           05 FILLER        PIC X(6)  VALUE 'SOBRE '.
           05 LES-NUMERO    PIC 9(6).
           05 FILLER        PIC X(5)  VALUE '  CP '.
           05 LES-CP        PIC X(5).
           05 FILLER        PIC X(10) VALUE '  COLEGIO '.
           05 LES-COLEGIO   PIC 99.
           05 FILLER        PIC X(46) VALUE SPACES.

       01 LINEA-ETQ-DATOS.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LED-TEXTO     PIC X(25).
           05 FILLER        PIC X(52) VALUE SPACES.

       01 LINEA-ETQ-CONTENIDO.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(9)  VALUE 'CONTIENE:'.
           05 FILLER        PIC X(68) VALUE SPACES.

       01 LINEA-ETQ-INSERTO.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 FILLER        PIC X(2)  VALUE '- '.
           05 LEI-DESCRIPCION PIC X(20).
           05 FILLER        PIC X     VALUE SPACE.
           05 LEI-NIF       PIC X(9).
           05 FILLER        PIC X     VALUE SPACE.
           05 LEI-CODIGO    PIC X(14).
           05 FILLER        PIC X     VALUE SPACE.
           05 LEI-REFERENCIA PIC X(10).
           05 FILLER        PIC X(17) VALUE SPACES.

       01 LINEA-INF-CABECERA.
           05 FILLER        PIC X(27) VALUE
               'ENSOBRADO CONJUNTO. ENVIO: '.
           05 LIC-FECHA     PIC X(8).
           05 FILLER        PIC X(10) VALUE '  TARIFA: '.
           05 LIC-TARIFA    PIC Z9,99.
           05 FILLER        PIC X(30) VALUE SPACES.

       01 LINEA-INF-MANO.
           05 FILLER        PIC X(40) VALUE
               'DOCUMENTOS SIN DOMICILIO - EN MANO:     '.
           05 FILLER        PIC X(40) VALUE SPACES.

       01 LINEA-INF-DOC-MANO.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LIM-NIF       PIC X(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIM-COLEGIO   PIC 99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIM-DESCRIPCION PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LIM-CODIGO    PIC X(14).
           05 FILLER        PIC X(26) VALUE SPACES.

       01 LINEA-INF-TITULOS.
           05 FILLER        PIC X(40) VALUE
               'COLEGIO          DOCUMENTOS    SOBRES  '.
           05 FILLER        PIC X(40) VALUE
               'AHORRADOS  FRANQUEO AHORRADO            '.

       01 LINEA-INF-COLEGIO.
           05 LIN-COLEGIO   PIC X(15).
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LIN-DOCUMENTOS PIC ZZZZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 LIN-SOBRES    PIC ZZZZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 LIN-AHORRADOS PIC ZZZZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 LIN-IMPORTE   PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(15) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY DO-NIF DO-TIPO DO-CODIGO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-SELECCIONAR-DOCUMENTOS
               OUTPUT PROCEDURE 3000-CASAR-DOMICILIOS
           SORT F-SORT2
               ON ASCENDING KEY IN-CP IN-DIRECCION IN-COLEGIO
                                IN-NIF IN-TIPO IN-CODIGO
               WITH DUPLICATES IN ORDER
               USING F-SOBRES-TMP
               OUTPUT PROCEDURE 3500-ENSOBRAR
           PERFORM 3800-INFORME-COSTES
           PERFORM 3900-GRABAR-CONTROL
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           IF WS-FECHA-ENVIO = SPACES THEN
             MOVE WS-TIMESTAMP-INICIO (1:8) TO WS-FECHA-ENVIO
           END-IF
           IF WS-FECHA-ENVIO NOT NUMERIC THEN
             DISPLAY '*CCPRACBA*SYSIN*FECHA*ENVIO*INVALIDA* '
                 WS-FECHA-ENVIO
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           IF WS-TARIFA NOT NUMERIC OR WS-TARIFA = ZERO THEN
             DISPLAY '*CCPRACBA*SYSIN*SIN*TARIFA*'
             MOVE 12 TO RETURN-CODE
             PERFORM 5000-END-PROGRAM
           END-IF
           INITIALIZE T-COLEGIOS
           PERFORM 1100-LEER-CONTROL
           PERFORM 1200-ABRIR-FICHEROS
           CALL "MODCOLEG" USING 'O' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           .
      ******************************************************************
       1100-LEER-CONTROL.
      *    EL LIMITE INFERIOR ES EL ULTIMO ENVIO HECHO (SIN INCLUIR);
      *    LA FECHA DESDE DE SYSIN (INCLUIDA) LO SUSTITUYE Y ES
      *    OBLIGATORIA SI AUN NO HAY FICHERO DE CONTROL
           MOVE SPACES TO WS-ULTIMO-ENVIO
           OPEN INPUT F-CONTROL
           IF FS-CONTROL-OK THEN
             READ F-CONTROL INTO WS-REG-CONTROL
             IF NOT FS-CONTROL-OK THEN
               MOVE SPACES TO WS-ULTIMO-ENVIO
             END-IF
             CLOSE F-CONTROL
           ELSE
             IF NOT FS-CONTROL-NO-EXISTE THEN
               DISPLAY 'ERROR LEER FICHERO CONTROL'
               DISPLAY FS-CONTROL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN WS-FECHA-DESDE NOT = SPACES
               IF WS-FECHA-DESDE NOT NUMERIC
                   OR WS-FECHA-DESDE > WS-FECHA-ENVIO THEN
                 DISPLAY '*CCPRACBA*SYSIN*FECHA*DESDE*INVALIDA* '
                     WS-FECHA-DESDE
                 MOVE 12 TO RETURN-CODE
                 PERFORM 5000-END-PROGRAM
               END-IF
               DISPLAY 'DOCUMENTOS DESDE EL ' WS-FECHA-DESDE
                   ' HASTA EL ' WS-FECHA-ENVIO
             WHEN WS-ULTIMO-ENVIO NOT NUMERIC
               DISPLAY '*CCPRACBA*SIN*ENVIO*ANTERIOR* INDIQUE LA '
                   'FECHA DESDE EN SYSIN'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN WS-ULTIMO-ENVIO >= WS-FECHA-ENVIO
               DISPLAY '*CCPRACBA*ENVIO*YA*HECHO* ULTIMO '
                   WS-ULTIMO-ENVIO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             WHEN OTHER
               DISPLAY 'DOCUMENTOS POSTERIORES AL ' WS-ULTIMO-ENVIO
                   ' HASTA EL ' WS-FECHA-ENVIO
           END-EVALUATE
           .
      ******************************************************************
       1200-ABRIR-FICHEROS.
           OPEN INPUT F-CORRESP
           IF NOT FS-CORRESP-OK THEN
               DISPLAY 'ERROR LEER FICHERO CORRESPONDENCIA'
               DISPLAY FS-CORRESP
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN INPUT F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO CONTACTOS'
               DISPLAY FS-CONTACTOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           PERFORM 3200-LEER-CONTACTO

           OPEN OUTPUT F-SOBRES-TMP
           IF NOT FS-SOBRES-TMP-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO SOBRES TEMPORAL'
               DISPLAY FS-SOBRES-TMP
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-ETIQUETAS
           IF NOT FS-ETIQUETAS-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO ETIQUETAS'
               DISPLAY FS-ETIQUETAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-INFORME
           IF NOT FS-INFORME-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO INFORME'
               DISPLAY FS-INFORME
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE WS-FECHA-ENVIO TO LIC-FECHA
           MOVE WS-TARIFA      TO LIC-TARIFA
           WRITE LINEA-INFORME FROM LINEA-INF-CABECERA
           .
      ******************************************************************
       2000-SELECCIONAR-DOCUMENTOS.
           PERFORM 2100-LEER-ASIENTO
           PERFORM UNTIL FIN-DE-CORRESP
             IF (CO-BOLETIN OR CO-CARTA-FALTAS OR CO-CERTIFICADO
                 OR CO-RESOL-BECA OR CO-CONVOCATORIA)
                 AND CO-NIF NOT = SPACES
                 AND CO-FECHA <= WS-FECHA-ENVIO THEN
               IF (WS-FECHA-DESDE NOT = SPACES
                   AND CO-FECHA >= WS-FECHA-DESDE)
                 OR (WS-FECHA-DESDE = SPACES
                   AND CO-FECHA > WS-ULTIMO-ENVIO) THEN
                 MOVE CO-NIF        TO DO-NIF
                 MOVE CO-COD-TIPO   TO DO-TIPO
                 MOVE CO-CODIGO     TO DO-CODIGO
                 MOVE CO-COLEGIO    TO DO-COLEGIO
                 MOVE CO-REFERENCIA TO DO-REFERENCIA
                 RELEASE REG-DOCUMENTO
                 ADD 1 TO C-DOCUMENTOS
               END-IF
             END-IF
             PERFORM 2100-LEER-ASIENTO
           END-PERFORM
           CLOSE F-CORRESP
           .
      ******************************************************************
       2100-LEER-ASIENTO.
           READ F-CORRESP
           IF FS-CORRESP-OK THEN
             ADD 1 TO C-ASIENTOS-LEIDOS
           ELSE
             SET FIN-DE-CORRESP TO TRUE
           END-IF
           .
      ******************************************************************
       3000-CASAR-DOMICILIOS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-DOCUMENTO
           PERFORM UNTIL FIN-DE-SORT
             PERFORM UNTIL NIF OF REG-CONTACTO >= DO-NIF
               PERFORM 3200-LEER-CONTACTO
             END-PERFORM
             MOVE DO-COLEGIO TO WS-COLEGIO
             COMPUTE WS-IDX = WS-COLEGIO + 1
             ADD 1 TO T-CO-DOCUMENTOS (WS-IDX)
             IF NIF OF REG-CONTACTO = DO-NIF
                 AND DIRECCION OF REG-CONTACTO NOT = SPACES
                 AND CODIGO-POSTAL OF REG-CONTACTO NOT = SPACES THEN
               INITIALIZE REG-INSERTO
               MOVE CODIGO-POSTAL OF REG-CONTACTO TO IN-CP
               MOVE DIRECCION OF REG-CONTACTO     TO IN-DIRECCION
               MOVE TUTOR-LEGAL OF REG-CONTACTO   TO IN-TUTOR
               MOVE DO-COLEGIO    TO IN-COLEGIO
               MOVE DO-NIF        TO IN-NIF
               MOVE DO-TIPO       TO IN-TIPO
               MOVE DO-CODIGO     TO IN-CODIGO
               MOVE DO-REFERENCIA TO IN-REFERENCIA
               WRITE REG-SOBRE-TMP FROM REG-INSERTO
               ADD 1 TO C-ENSOBRADOS
             ELSE
               PERFORM 3300-DOCUMENTO-EN-MANO
             END-IF
             PERFORM 3100-RETURN-DOCUMENTO
           END-PERFORM
           CLOSE F-CONTACTOS
           CLOSE F-SOBRES-TMP
           .
      ******************************************************************
       3100-RETURN-DOCUMENTO.
           RETURN F-SORT
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3200-LEER-CONTACTO.
           READ F-CONTACTOS
           IF NOT FS-CONTACTOS-OK THEN
             MOVE HIGH-VALUES TO NIF OF REG-CONTACTO
           END-IF
           .
      ******************************************************************
       3300-DOCUMENTO-EN-MANO.
      *    SIN DOMICILIO EL DOCUMENTO NO ENTRA EN NINGUN SOBRE NI EN
      *    EL AHORRO: SE ENTREGA EN MANO EN EL COLEGIO
           ADD 1 TO C-SIN-DOMICILIO
           SUBTRACT 1 FROM T-CO-DOCUMENTOS (WS-IDX)
           IF NOT CABECERA-MANO-ESCRITA THEN
             WRITE LINEA-INFORME FROM LINEA-INF-MANO
             SET CABECERA-MANO-ESCRITA TO TRUE
           END-IF
           MOVE DO-TIPO TO IN-TIPO
           PERFORM 3620-DESCRIBIR-TIPO
           MOVE DO-NIF        TO LIM-NIF
           MOVE DO-COLEGIO    TO LIM-COLEGIO
           MOVE W-DESCRIPCION TO LIM-DESCRIPCION
           MOVE DO-CODIGO     TO LIM-CODIGO
           WRITE LINEA-INFORME FROM LINEA-INF-DOC-MANO
           .
      ******************************************************************
       3500-ENSOBRAR.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3510-RETURN-INSERTO
           PERFORM UNTIL FIN-DE-SORT
             IF NOT SOBRE-ABIERTO
                 OR IN-CP NOT = WS-SA-CP
                 OR IN-DIRECCION NOT = WS-SA-DIRECCION THEN
               PERFORM 3600-ETIQUETA-DE-SOBRE
             END-IF
             PERFORM 3610-LINEA-DE-INSERTO
             PERFORM 3510-RETURN-INSERTO
           END-PERFORM
           .
      ******************************************************************
       3510-RETURN-INSERTO.
           RETURN F-SORT2
               AT END SET FIN-DE-SORT TO TRUE
           END-RETURN
           .
      ******************************************************************
       3600-ETIQUETA-DE-SOBRE.
      *    UN SOBRE POR DOMICILIO, A NOMBRE DEL TUTOR DEL PRIMER
      *    DOCUMENTO E IMPUTADO A SU COLEGIO
           IF SOBRE-ABIERTO THEN
             MOVE SPACES TO LINEA-ETIQUETA
             WRITE LINEA-ETIQUETA
           END-IF
           SET SOBRE-ABIERTO TO TRUE
           MOVE IN-CP        TO WS-SA-CP
           MOVE IN-DIRECCION TO WS-SA-DIRECCION
           ADD 1 TO C-SOBRES
           MOVE IN-COLEGIO TO WS-COLEGIO
           COMPUTE WS-IDX = WS-COLEGIO + 1
           ADD 1 TO T-CO-SOBRES (WS-IDX)
           MOVE C-SOBRES   TO LES-NUMERO
           MOVE IN-CP      TO LES-CP
           MOVE IN-COLEGIO TO LES-COLEGIO
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-SOBRE
           MOVE IN-TUTOR     TO LED-TEXTO
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-DATOS
           MOVE IN-DIRECCION TO LED-TEXTO
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-DATOS
           MOVE IN-CP        TO LED-TEXTO
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-DATOS
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-CONTENIDO
           .
      ******************************************************************
       3610-LINEA-DE-INSERTO.
           PERFORM 3620-DESCRIBIR-TIPO
           MOVE W-DESCRIPCION TO LEI-DESCRIPCION
           MOVE IN-NIF        TO LEI-NIF
           MOVE IN-CODIGO     TO LEI-CODIGO
           MOVE IN-REFERENCIA TO LEI-REFERENCIA
           WRITE LINEA-ETIQUETA FROM LINEA-ETQ-INSERTO
           .
      ******************************************************************
       3620-DESCRIBIR-TIPO.
           EVALUATE IN-TIPO
             WHEN 'BOL' MOVE 'BOLETIN DE NOTAS'     TO W-DESCRIPCION
             WHEN 'FAL' MOVE 'CARTA DE FALTAS'      TO W-DESCRIPCION
             WHEN 'CER' MOVE 'CERTIFICADO'          TO W-DESCRIPCION
             WHEN 'BEC' MOVE 'RESOLUCION DE BECA'   TO W-DESCRIPCION
             WHEN 'CON' MOVE 'CONVOCATORIA SEPT.'   TO W-DESCRIPCION
             WHEN OTHER MOVE IN-TIPO                TO W-DESCRIPCION
           END-EVALUATE
           .
      ******************************************************************
       3800-INFORME-COSTES.
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           WRITE LINEA-INFORME FROM LINEA-INF-TITULOS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
             IF T-CO-DOCUMENTOS (WS-IDX) > 0 THEN
               COMPUTE WS-COLEGIO = WS-IDX - 1
               MOVE WS-COLEGIO TO W-COD-COLEGIO
               CALL "MODCOLEG" USING 'L' W-COD-COLEGIO W-NOMB-COLEGIO
                                      W-ENCONTRADO
               END-CALL
               IF W-COLEGIO-ENCONTRADO THEN
                 MOVE W-NOMB-COLEGIO TO LIN-COLEGIO
               ELSE
                 MOVE SPACES TO LIN-COLEGIO
                 STRING 'COLEGIO ' W-COD-COLEGIO DELIMITED BY SIZE
                   INTO LIN-COLEGIO
               END-IF
               PERFORM 3810-LINEA-DE-COLEGIO
               ADD T-CO-DOCUMENTOS (WS-IDX) TO W-TOTAL-DOCUMENTOS
               ADD T-CO-SOBRES (WS-IDX)     TO W-TOTAL-SOBRES
               ADD W-IMPORTE                TO W-TOTAL-IMPORTE
             END-IF
           END-PERFORM
           MOVE 'TOTAL'            TO LIN-COLEGIO
           MOVE W-TOTAL-DOCUMENTOS TO LIN-DOCUMENTOS
           MOVE W-TOTAL-SOBRES     TO LIN-SOBRES
           COMPUTE W-AHORRADOS = W-TOTAL-DOCUMENTOS - W-TOTAL-SOBRES
           MOVE W-AHORRADOS        TO LIN-AHORRADOS
           MOVE W-TOTAL-IMPORTE    TO LIN-IMPORTE
           WRITE LINEA-INFORME FROM LINEA-INF-COLEGIO
           .
      ******************************************************************
       3810-LINEA-DE-COLEGIO.
      *    SIN ENSOBRADO CONJUNTO CADA DOCUMENTO IRIA EN SU SOBRE
           MOVE T-CO-DOCUMENTOS (WS-IDX) TO LIN-DOCUMENTOS
           MOVE T-CO-SOBRES (WS-IDX)     TO LIN-SOBRES
           COMPUTE W-AHORRADOS = T-CO-DOCUMENTOS (WS-IDX)
                               - T-CO-SOBRES (WS-IDX)
           COMPUTE W-IMPORTE = W-AHORRADOS * WS-TARIFA
           MOVE W-AHORRADOS TO LIN-AHORRADOS
           MOVE W-IMPORTE   TO LIN-IMPORTE
           WRITE LINEA-INFORME FROM LINEA-INF-COLEGIO
           .
      ******************************************************************
       3900-GRABAR-CONTROL.
      *    SOLO SE AVANZA EL ULTIMO ENVIO CON EL ENSOBRADO COMPLETO
           OPEN OUTPUT F-CONTROL
           IF NOT FS-CONTROL-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO CONTROL'
               DISPLAY FS-CONTROL
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES         TO WS-REG-CONTROL
           MOVE WS-FECHA-ENVIO TO WS-ULTIMO-ENVIO
           WRITE REG-CONTROL FROM WS-REG-CONTROL
           CLOSE F-CONTROL
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'ASIENTOS LEIDOS:    ' C-ASIENTOS-LEIDOS
           DISPLAY 'DOCUMENTOS A ENVIAR:' C-DOCUMENTOS
           DISPLAY 'ENSOBRADOS:         ' C-ENSOBRADOS
           DISPLAY 'SOBRES:             ' C-SOBRES
           DISPLAY 'SIN DOMICILIO:      ' C-SIN-DOMICILIO
           CALL "MODCOLEG" USING 'C' W-COD-COLEGIO W-NOMB-COLEGIO
                                  W-ENCONTRADO
           END-CALL
           CLOSE F-ETIQUETAS
           CLOSE F-INFORME
           MOVE C-DOCUMENTOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACBA' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
      *    LO QUE VA EN MANO NECESITA QUE ALGUIEN LO RECOJA
           IF C-SIN-DOMICILIO > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
