       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODFAMIL.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSULTA COMUN DEL MAESTRO DE UNIDADES         *
      *                 FAMILIARES (FICHERO RFAMILIA QUE MANTIENE      *
      *                 CCPRACAC), PARA QUE LOS HERMANOS SE TOMEN DEL  *
      *                 MAESTRO Y NO DE LO QUE DECLARA CADA            *
      *                 FORMULARIO.                                    *
      *                 PROTOCOLO:                                     *
      *                 'O' CARGA EL MAESTRO EN TABLA                  *
      *                 'F' DEVUELVE LA CLAVE FAMILIAR DE L-NIF Y EL   *
      *                     NUMERO DE MIEMBROS DE SU UNIDAD (EL MISMO  *
      *                     INCLUIDO): 'S' SI ESTA EN EL MAESTRO, 'N'  *
      *                     SI NO ESTA                                 *
      *                 'M' RECORRE LOS MIEMBROS DE L-FAMILIA: CON     *
      *                     L-NIF EN BLANCO DEVUELVE EL PRIMERO Y CON  *
      *                     EL ULTIMO DEVUELTO EL SIGUIENTE EN ORDEN   *
      *                     DE NIF; 'N' CUANDO NO QUEDAN MAS           *
      *                 'C' DESCARGA                                   *
      *                 SIN FICHERO DE UNIDADES FAMILIARES SE DEVUELVE *
      *                 SIEMPRE 'X' CON AVISO, Y CADA LLAMADOR SIGUE   *
      *                 COMO ANTES DEL MAESTRO.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FAMILIA ASSIGN FAMILIA
               FILE STATUS IS FS-FAMILIA.

       DATA DIVISION.
       FILE SECTION.
       FD F-FAMILIA
           RECORDING MODE IS F.
           COPY RFAMILIA.

       WORKING-STORAGE SECTION.
       01 FS-FAMILIA PIC XX.
           88 FS-FAMILIA-OK        VALUE '00'.

       01 WS-MAESTRO-CARGADO   PIC X VALUE 'N'.
           88 MAESTRO-CARGADO       VALUE 'S'.
       01 WS-MAESTRO-DISPONIBLE PIC X VALUE 'N'.
           88 MAESTRO-DISPONIBLE    VALUE 'S'.

      *    TABLA DE LONGITUD VARIABLE: SEARCH ALL SOLO DEBE VER LAS
      *    ENTRADAS REALES, Y EN ORDEN ASCENDENTE DE NIF (UN NIF
      *    FUERA DE ORDEN SE AVISA Y NO SE CARGA)
       01 T-FAMILIAS.
           05 C-MIEMBROS-TABLA  PIC 9(5) VALUE 0.
           05 T-FA-ENTRADA OCCURS 1 TO 20000
               DEPENDING ON C-MIEMBROS-TABLA
               ASCENDING KEY IS T-FA-NIF
               INDEXED BY IDX-FA.
               10 T-FA-NIF      PIC X(9).
               10 T-FA-CLAVE    PIC X(9).

       01 WS-IDX               PIC 9(5).
       01 WS-NIF-ANTERIOR      PIC X(9).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-NIF             PIC X(9).
       01 L-FAMILIA         PIC X(9).
       01 L-MIEMBROS        PIC 9(3).
       01 L-RESULTADO       PIC X.
           88 L-ENCONTRADO          VALUE 'S'.
           88 L-NO-ENCONTRADO       VALUE 'N'.
           88 L-SIN-MAESTRO         VALUE 'X'.

       PROCEDURE DIVISION USING L-OPCION L-NIF L-FAMILIA
                                 L-MIEMBROS L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'F' PERFORM 2200-BUSCAR-FAMILIA
               WHEN 'M' PERFORM 2300-SIGUIENTE-MIEMBRO
               WHEN 'C' PERFORM 2400-CLOSE
               WHEN OTHER DISPLAY '*MOD*FAMIL*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-CARGAR.
           MOVE 0 TO C-MIEMBROS-TABLA
           MOVE 'N' TO WS-MAESTRO-DISPONIBLE
           MOVE LOW-VALUES TO WS-NIF-ANTERIOR
           OPEN INPUT F-FAMILIA
           IF NOT FS-FAMILIA-OK THEN
               DISPLAY '*MOD*FAMIL*SIN*MAESTRO*UNIDADES*FAMILIARES* '
                   FS-FAMILIA ' - NINGUN NIF TIENE UNIDAD FAMILIAR'
           ELSE
               READ F-FAMILIA
               PERFORM UNTIL NOT FS-FAMILIA-OK
                   OR C-MIEMBROS-TABLA >= 20000
                   IF FA-NIF > WS-NIF-ANTERIOR THEN
                       ADD 1 TO C-MIEMBROS-TABLA
                       MOVE FA-NIF TO T-FA-NIF (C-MIEMBROS-TABLA)
                       MOVE FA-CLAVE-FAMILIA
                         TO T-FA-CLAVE (C-MIEMBROS-TABLA)
                       MOVE FA-NIF TO WS-NIF-ANTERIOR
                   ELSE
                       DISPLAY '*MOD*FAMIL*NIF*FUERA*DE*ORDEN* '
                           FA-NIF
                   END-IF
                   READ F-FAMILIA
               END-PERFORM
               IF FS-FAMILIA-OK THEN
                   DISPLAY '*MOD*FAMIL*TABLA*LLENA* MAXIMO 20000'
               END-IF
               CLOSE F-FAMILIA
               MOVE 'S' TO WS-MAESTRO-DISPONIBLE
           END-IF
           MOVE 'S' TO WS-MAESTRO-CARGADO
           .

       2200-BUSCAR-FAMILIA.
           IF NOT MAESTRO-CARGADO THEN
               PERFORM 2100-CARGAR
           END-IF
           MOVE SPACES TO L-FAMILIA
           MOVE 0 TO L-MIEMBROS
           IF NOT MAESTRO-DISPONIBLE THEN
               SET L-SIN-MAESTRO TO TRUE
           ELSE
               SET L-NO-ENCONTRADO TO TRUE
               IF C-MIEMBROS-TABLA > 0 THEN
                   SEARCH ALL T-FA-ENTRADA
                       AT END CONTINUE
                       WHEN T-FA-NIF (IDX-FA) = L-NIF
                           MOVE T-FA-CLAVE (IDX-FA) TO L-FAMILIA
                           SET L-ENCONTRADO TO TRUE
                   END-SEARCH
               END-IF
               IF L-ENCONTRADO THEN
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > C-MIEMBROS-TABLA
                       IF T-FA-CLAVE (WS-IDX) = L-FAMILIA THEN
                           ADD 1 TO L-MIEMBROS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       2300-SIGUIENTE-MIEMBRO.
           IF NOT MAESTRO-CARGADO THEN
               PERFORM 2100-CARGAR
           END-IF
           IF NOT MAESTRO-DISPONIBLE THEN
               SET L-SIN-MAESTRO TO TRUE
           ELSE
               MOVE L-NIF TO WS-NIF-ANTERIOR
               SET L-NO-ENCONTRADO TO TRUE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-MIEMBROS-TABLA
                          OR L-ENCONTRADO
                   IF T-FA-CLAVE (WS-IDX) = L-FAMILIA
                       AND T-FA-NIF (WS-IDX) > WS-NIF-ANTERIOR THEN
                       MOVE T-FA-NIF (WS-IDX) TO L-NIF
                       SET L-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

       2400-CLOSE.
           MOVE 'N' TO WS-MAESTRO-CARGADO
           MOVE 'N' TO WS-MAESTRO-DISPONIBLE
           MOVE 0 TO C-MIEMBROS-TABLA
           .
