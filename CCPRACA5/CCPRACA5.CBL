       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACA5.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSULTA DEL REGISTRO CENTRAL DE               *
      *                 CORRESPONDENCIA (RCORRESP DE MODCORRE), PARA   *
      *                 CONTESTAR SI UN DOCUMENTO OFICIAL SE EMITIO    *
      *                 DE VERDAD Y A QUIEN, SIN REIMPRIMIR NADA.      *
      *                 SIRVE PARA BOLETINES, CERTIFICADOS, CARTAS DE  *
      *                 FALTAS, ACTAS Y DIPLOMAS, COMO LA VERIFICACION *
      *                 'V' DE CCPRAC9A PARA LOS TITULOS. EN SYSIN UN  *
      *                 CODIGO DE VERIFICACION (SE COMPRUEBA ANTES SU  *
      *                 DIGITO DE CONTROL, QUE DESCARTA LOS CODIGOS    *
      *                 MAL COPIADOS O INVENTADOS), O UN NIF PARA      *
      *                 LISTAR TODO LO ENVIADO A UNA FAMILIA, O UN     *
      *                 COLEGIO PARA TODO LO EMITIDO A SU NOMBRE. EL   *
      *                 RESULTADO QUEDA EN EL LISTADO.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

           SELECT F-LISTADO ASSIGN LISTADO
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       FD F-LISTADO
           RECORDING MODE IS F
           DATA RECORD LINEA-LISTADO.
       01 LINEA-LISTADO            PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-CORRESP PIC XX.
               88 FS-CORRESP-OK     VALUE '00'.
               88 FS-CORRESP-EOF    VALUE '10'.
           05 FS-LISTADO PIC XX.
               88 FS-LISTADO-OK     VALUE '00'.

       01 LINEA-SYSIN.
           05 WS-CODIGO-BUSCADO    PIC X(14).
           05 WS-NIF-BUSCADO       PIC X(9).
           05 WS-COLEGIO-BUSCADO   PIC 99.
           05 FILLER               PIC X(55).

       01 WS-MODO-BUSQUEDA        PIC X.
           88 BUSCAR-POR-CODIGO        VALUE 'C'.
           88 BUSCAR-POR-NIF           VALUE 'N'.
           88 BUSCAR-POR-COLEGIO       VALUE 'G'.

       01 C-CONTADORES.
           05 C-LEIDOS            PIC 9(7) VALUE 0.
           05 C-ENCONTRADOS       PIC 9(5) VALUE 0.

       01 W-CORRESP.
           05 W-CO-NIF          PIC X(9).
           05 W-CO-COLEGIO      PIC 99.
           05 W-CO-ANO          PIC 9(4).
           05 W-CO-REFERENCIA   PIC X(10).
           05 W-CO-CODIGO       PIC X(14).
           05 W-CO-RESULTADO    PIC X.
               88 W-CO-OK            VALUE 'S'.

       01 LINEA-LIS-CABECERA.
           05 FILLER  PIC X(15) VALUE 'CODIGO'.
           05 FILLER  PIC X(13) VALUE 'DOCUMENTO'.
           05 FILLER  PIC X(10) VALUE 'NIF'.
           05 FILLER  PIC X(3)  VALUE 'CO'.
           05 FILLER  PIC X(5)  VALUE 'ANO'.
           05 FILLER  PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER  PIC X(9)  VALUE 'FECHA'.
           05 FILLER  PIC X(14) VALUE 'PROGRAMA'.

       01 LINEA-LIS-DOCUMENTO.
           05 LLD-CODIGO      PIC X(14).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-TIPO        PIC X(12).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-NIF         PIC X(9).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-COLEGIO     PIC Z9.
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-ANO         PIC 9(4).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-REFERENCIA  PIC X(10).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-FECHA       PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 LLD-PROGRAMA    PIC X(8).
           05 FILLER          PIC X(6)  VALUE SPACES.

       01 LINEA-LIS-RESULTADO.
           05 LLR-TEXTO       PIC X(50).
           05 LLR-CLAVE       PIC X(14).
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-BUSCAR-DOCUMENTOS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           ACCEPT LINEA-SYSIN
           EVALUATE TRUE
             WHEN WS-CODIGO-BUSCADO NOT = SPACES
               SET BUSCAR-POR-CODIGO TO TRUE
               MOVE WS-CODIGO-BUSCADO TO LLR-CLAVE
             WHEN WS-NIF-BUSCADO NOT = SPACES
               SET BUSCAR-POR-NIF TO TRUE
               MOVE WS-NIF-BUSCADO TO LLR-CLAVE
             WHEN WS-COLEGIO-BUSCADO NUMERIC
                  AND WS-COLEGIO-BUSCADO > 0
               SET BUSCAR-POR-COLEGIO TO TRUE
               MOVE WS-COLEGIO-BUSCADO TO LLR-CLAVE
             WHEN OTHER
               DISPLAY '*CCPRACA5*SYSIN*SIN*CODIGO*NIF*NI*COLEGIO*'
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-EVALUATE

           OPEN OUTPUT F-LISTADO
           IF NOT FS-LISTADO-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO LISTADO'
               DISPLAY FS-LISTADO
               PERFORM 5000-END-PROGRAM
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-LIS-CABECERA
           .
      ******************************************************************
       2000-BUSCAR-DOCUMENTOS.
      *    UN CODIGO CON EL DIGITO DE CONTROL MAL NO PUEDE HABERLO
      *    EMITIDO NINGUN PROGRAMA: SE CONTESTA SIN LEER EL REGISTRO
           SET W-CO-OK TO TRUE
           IF BUSCAR-POR-CODIGO THEN
               MOVE WS-CODIGO-BUSCADO TO W-CO-CODIGO
               CALL "MODCORRE" USING 'V' WS-CODIGO-BUSCADO (1:3)
                                      W-CO-NIF W-CO-COLEGIO W-CO-ANO
                                      W-CO-REFERENCIA 'CCPRACA5'
                                      W-CO-CODIGO W-CO-RESULTADO
               END-CALL
           END-IF
           IF W-CO-OK THEN
               PERFORM 2050-LEER-REGISTRO
           ELSE
               MOVE 'CODIGO NO VALIDO (DIGITO DE CONTROL):'
                 TO LLR-TEXTO
               WRITE LINEA-LISTADO FROM LINEA-LIS-RESULTADO AFTER 2
               DISPLAY '*CCPRACA5*CODIGO*NO*VALIDO* '
                   WS-CODIGO-BUSCADO
           END-IF
           .
      ******************************************************************
       2050-LEER-REGISTRO.
           OPEN INPUT F-CORRESP
           IF NOT FS-CORRESP-OK THEN
               DISPLAY 'ERROR LEER REGISTRO DE CORRESPONDENCIA'
               DISPLAY FS-CORRESP
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-CORRESP
           PERFORM UNTIL NOT FS-CORRESP-OK
             ADD 1 TO C-LEIDOS
             IF (BUSCAR-POR-CODIGO
                 AND CO-CODIGO = WS-CODIGO-BUSCADO)
                 OR (BUSCAR-POR-NIF
                   AND CO-NIF = WS-NIF-BUSCADO)
                 OR (BUSCAR-POR-COLEGIO
                   AND CO-COLEGIO = WS-COLEGIO-BUSCADO) THEN
               PERFORM 2100-LISTAR-DOCUMENTO
             END-IF
             READ F-CORRESP
           END-PERFORM
           CLOSE F-CORRESP

           IF C-ENCONTRADOS = 0 THEN
               MOVE 'NO CONSTA NINGUN DOCUMENTO EMITIDO PARA:'
                 TO LLR-TEXTO
               DISPLAY '*CCPRACA5*SIN*DOCUMENTOS* ' LLR-CLAVE
           ELSE
               MOVE 'DOCUMENTOS EMITIDOS QUE CONSTAN EN EL REGISTRO:'
                 TO LLR-TEXTO
           END-IF
           WRITE LINEA-LISTADO FROM LINEA-LIS-RESULTADO AFTER 2
           .
      ******************************************************************
       2100-LISTAR-DOCUMENTO.
           ADD 1 TO C-ENCONTRADOS
           MOVE CO-CODIGO     TO LLD-CODIGO
           EVALUATE TRUE
             WHEN CO-BOLETIN      MOVE 'BOLETIN'     TO LLD-TIPO
             WHEN CO-CERTIFICADO  MOVE 'CERTIFICADO' TO LLD-TIPO
             WHEN CO-CARTA-FALTAS MOVE 'CARTA FALTAS' TO LLD-TIPO
             WHEN CO-ACTA         MOVE 'ACTA'        TO LLD-TIPO
             WHEN CO-DIPLOMA      MOVE 'DIPLOMA'     TO LLD-TIPO
             WHEN OTHER           MOVE CO-COD-TIPO   TO LLD-TIPO
           END-EVALUATE
           MOVE CO-NIF        TO LLD-NIF
           MOVE CO-COLEGIO    TO LLD-COLEGIO
           MOVE CO-ANO        TO LLD-ANO
           MOVE CO-REFERENCIA TO LLD-REFERENCIA
           MOVE CO-FECHA      TO LLD-FECHA
           MOVE CO-PROGRAMA   TO LLD-PROGRAMA
           WRITE LINEA-LISTADO FROM LINEA-LIS-DOCUMENTO
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'REGISTROS LEIDOS:       ' C-LEIDOS
           DISPLAY 'DOCUMENTOS ENCONTRADOS: ' C-ENCONTRADOS
           CLOSE F-LISTADO
           MOVE C-ENCONTRADOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACA5' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
