       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCORRE.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: REGISTRO CENTRAL DE CORRESPONDENCIA (FICHERO   *
      *                 RCORRESP). CADA PROGRAMA QUE EMITE DOCUMENTOS  *
      *                 OFICIALES ASIENTA AQUI CADA DOCUMENTO Y RECIBE *
      *                 EL CODIGO DE VERIFICACION QUE DEBE IMPRIMIR EN *
      *                 EL. PROTOCOLO:                                 *
      *                 'O' ABRE EL REGISTRO PARA UN TIPO (L-TIPO):    *
      *                     BUSCA EL ULTIMO NUMERO DE ESE TIPO Y FIJA  *
      *                     LA MARCA DE EJECUCION (FECHA Y HORA)       *
      *                 'A' ASIENTA UN DOCUMENTO (NIF O COLEGIO, ANO,  *
      *                     REFERENCIA Y PROGRAMA) Y DEVUELVE SU       *
      *                     CODIGO EN L-CODIGO: TIPO-NUMERO-CONTROL    *
      *                 'C' CIERRA EL REGISTRO                         *
      *                 'V' COMPRUEBA LA FORMA Y EL DIGITO DE CONTROL  *
      *                     DE UN CODIGO (L-CODIGO) SIN ABRIR NADA,    *
      *                     PARA DESCARTAR CODIGOS MAL COPIADOS        *
      *                 LA NUMERACION ES PROPIA DE CADA TIPO, ASI DOS  *
      *                 EMISORES DISTINTOS NO SE PISAN LOS NUMEROS. EL *
      *                 DIGITO DE CONTROL ES EL MODULO 11 DEL NUMERO   *
      *                 CON PESOS 9 A 2 (EL 10 VALE 0).                *
      *                 L-RESULTADO 'N' SI EL REGISTRO NO SE PUDO      *
      *                 ABRIR O ESCRIBIR.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESP ASSIGN CORRESP
               FILE STATUS IS FS-CORRESP.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORRESP
           RECORDING MODE IS F.
           COPY RCORRESP.

       WORKING-STORAGE SECTION.
       01 FS-CORRESP PIC XX.
           88 FS-CORRESP-OK          VALUE '00'.
           88 FS-CORRESP-NO-EXISTE   VALUE '35'.

       01 WS-REGISTRO-ABIERTO  PIC X VALUE 'N'.
           88 REGISTRO-ABIERTO      VALUE 'S'.

       01 WS-TIPO-ABIERTO      PIC X(3).
       01 WS-EJECUCION         PIC X(14).
       01 WS-FECHA-HOY         PIC X(21).

       01 WS-ULTIMO-NUMERO     PIC 9(8).
       01 WS-NUMERO-DIGITOS REDEFINES WS-ULTIMO-NUMERO.
           05 WS-DIGITO        PIC 9 OCCURS 8.

       01 WS-SUMA-CONTROL      PIC 9(4).
       01 WS-IDX-DIGITO        PIC 9.
       01 WS-CONTROL-LEIDO     PIC 9.
       01 WS-NUMERO-GUARDADO   PIC 9(8).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-TIPO            PIC X(3).
       01 L-NIF             PIC X(9).
       01 L-COLEGIO         PIC 99.
       01 L-ANO             PIC 9(4).
       01 L-REFERENCIA      PIC X(10).
       01 L-PROGRAMA        PIC X(8).
       01 L-CODIGO          PIC X(14).
       01 L-RESULTADO       PIC X.
           88 L-CORRESP-OK          VALUE 'S'.
           88 L-CORRESP-ERROR       VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-TIPO L-NIF L-COLEGIO L-ANO
                                 L-REFERENCIA L-PROGRAMA L-CODIGO
                                 L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           SET L-CORRESP-ERROR TO TRUE
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-ABRIR
               WHEN 'A' PERFORM 2200-ASENTAR
               WHEN 'C' PERFORM 2300-CERRAR
               WHEN 'V' PERFORM 2400-VALIDAR-CODIGO
               WHEN OTHER DISPLAY '*MOD*CORRE*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-ABRIR.
           MOVE 0 TO WS-ULTIMO-NUMERO
           OPEN INPUT F-CORRESP
           IF FS-CORRESP-OK THEN
               READ F-CORRESP
               PERFORM UNTIL NOT FS-CORRESP-OK
                   IF CO-COD-TIPO = L-TIPO
                      AND CO-COD-NUMERO > WS-ULTIMO-NUMERO THEN
                       MOVE CO-COD-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   READ F-CORRESP
               END-PERFORM
               CLOSE F-CORRESP
           END-IF
           OPEN EXTEND F-CORRESP
           IF FS-CORRESP-NO-EXISTE THEN
               OPEN OUTPUT F-CORRESP
           END-IF
           IF NOT FS-CORRESP-OK THEN
               DISPLAY '*MOD*CORRE*ERROR*ABRIR*REGISTRO* ' FS-CORRESP
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-FECHA-HOY (1:14) TO WS-EJECUCION
               MOVE L-TIPO TO WS-TIPO-ABIERTO
               SET REGISTRO-ABIERTO TO TRUE
               SET L-CORRESP-OK TO TRUE
           END-IF
           .

       2200-ASENTAR.
           MOVE SPACES TO L-CODIGO
           IF NOT REGISTRO-ABIERTO THEN
               DISPLAY '*MOD*CORRE*REGISTRO*NO*ABIERTO*'
           ELSE
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE SPACES TO REG-CORRESP
               PERFORM 2210-DIGITO-CONTROL
               MOVE WS-TIPO-ABIERTO  TO CO-COD-TIPO
               MOVE '-'              TO CO-CODIGO (4:1)
               MOVE WS-ULTIMO-NUMERO TO CO-COD-NUMERO
               MOVE '-'              TO CO-CODIGO (13:1)
               MOVE L-NIF            TO CO-NIF
               MOVE L-COLEGIO        TO CO-COLEGIO
               MOVE L-ANO            TO CO-ANO
               MOVE L-REFERENCIA     TO CO-REFERENCIA
               MOVE WS-EJECUCION (1:8) TO CO-FECHA
               MOVE WS-EJECUCION     TO CO-EJECUCION
               MOVE L-PROGRAMA       TO CO-PROGRAMA
               WRITE REG-CORRESP
               IF FS-CORRESP-OK THEN
                   MOVE CO-CODIGO TO L-CODIGO
                   SET L-CORRESP-OK TO TRUE
               ELSE
                   DISPLAY '*MOD*CORRE*ERROR*ESCRIBIR*REGISTRO* '
                       FS-CORRESP
               END-IF
           END-IF
           .

       2210-DIGITO-CONTROL.
           MOVE 0 TO WS-SUMA-CONTROL
           PERFORM VARYING WS-IDX-DIGITO FROM 1 BY 1
                   UNTIL WS-IDX-DIGITO > 8
               COMPUTE WS-SUMA-CONTROL = WS-SUMA-CONTROL
                   + WS-DIGITO (WS-IDX-DIGITO) * (10 - WS-IDX-DIGITO)
           END-PERFORM
           COMPUTE CO-COD-CONTROL =
               FUNCTION MOD (FUNCTION MOD (WS-SUMA-CONTROL, 11), 10)
           .

       2300-CERRAR.
           IF REGISTRO-ABIERTO THEN
               CLOSE F-CORRESP
               MOVE 'N' TO WS-REGISTRO-ABIERTO
           END-IF
           SET L-CORRESP-OK TO TRUE
           .

       2400-VALIDAR-CODIGO.
      *    EL CALCULO USA EL CONTADOR DEL TIPO ABIERTO: SE GUARDA Y
      *    SE REPONE PARA NO ALTERAR LA NUMERACION EN CURSO
           MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-GUARDADO
           MOVE L-CODIGO TO CO-CODIGO
           IF CO-CODIGO (4:1) = '-' AND CO-CODIGO (13:1) = '-'
              AND CO-COD-NUMERO NUMERIC
              AND CO-COD-CONTROL NUMERIC THEN
               MOVE CO-COD-NUMERO TO WS-ULTIMO-NUMERO
               MOVE CO-COD-CONTROL TO WS-CONTROL-LEIDO
               PERFORM 2210-DIGITO-CONTROL
               IF CO-COD-CONTROL = WS-CONTROL-LEIDO THEN
                   SET L-CORRESP-OK TO TRUE
               END-IF
           END-IF
           MOVE WS-NUMERO-GUARDADO TO WS-ULTIMO-NUMERO
           .
