       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODHABIL.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: CONSULTA COMUN DEL REGISTRO DE HABILITACIONES  *
      *                 DEL PROFESORADO (FICHERO RHABILIT QUE MANTIENE *
      *                 CCPRACA6), PARA QUE NINGUN PROFESOR QUEDE      *
      *                 ASIGNADO A UNA ASIGNATURA PARA LA QUE NO ESTA  *
      *                 HABILITADO. PROTOCOLO:                         *
      *                 'O' CARGA EL REGISTRO EN TABLA                 *
      *                 'L' COMPRUEBA PROFESOR+ASIGNATURA EN L-FECHA:  *
      *                     'H' SI ESTA HABILITADO; 'E' SI NO LO ESTA  *
      *                     PERO L-EXCEPCION ES UNA EXCEPCION          *
      *                     AUTORIZADA Y VIGENTE PARA ESA PAREJA; 'N'  *
      *                     EN OTRO CASO                               *
      *                 'A' COMO 'L' PERO ADMITE CUALQUIER EXCEPCION   *
      *                     VIGENTE DE LA PAREJA (AUDITORIA DE FILAS   *
      *                     YA EXISTENTES); DEVUELVE SU CODIGO         *
      *                 'C' DESCARGA                                   *
      *                 SIN FICHERO DE HABILITACIONES, O SI NO SE      *
      *                 PUEDE LEER ENTERO, NO SE DA A NADIE POR        *
      *                 HABILITADO: SE AVISA Y SE CORTA LA EJECUCION   *
      *                 CON RC 12 ANTES DE ASIGNAR NADA.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HABILIT ASSIGN HABILIT
               FILE STATUS IS FS-HABILIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-HABILIT
           RECORDING MODE IS F.
           COPY RHABILIT.

       WORKING-STORAGE SECTION.
       01 FS-HABILIT PIC XX.
           88 FS-HABILIT-OK        VALUE '00'.
           88 FS-HABILIT-EOF       VALUE '10'.

       01 WS-REGISTRO-CARGADO  PIC X VALUE 'N'.
           88 REGISTRO-CARGADO      VALUE 'S'.
       01 WS-REGISTRO-DISPONIBLE PIC X VALUE 'N'.
           88 REGISTRO-DISPONIBLE   VALUE 'S'.

       01 T-HABILITACIONES.
           05 C-HABILITACIONES  PIC 9(4) VALUE 0.
           05 T-HB-ENTRADA OCCURS 3000.
               10 T-HB-PROFESOR PIC 9(4).
               10 T-HB-ASIG     PIC 9.
               10 T-HB-TIPO     PIC X.
               10 T-HB-CODIGO   PIC X(8).
               10 T-HB-DESDE    PIC X(8).
               10 T-HB-HASTA    PIC X(8).

       01 WS-IDX               PIC 9(4).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-PROFESOR        PIC 9(4).
       01 L-ASIGNATURA      PIC 9.
       01 L-FECHA           PIC X(8).
       01 L-EXCEPCION       PIC X(8).
       01 L-RESULTADO       PIC X.
           88 L-HABILITADO          VALUE 'H'.
           88 L-POR-EXCEPCION       VALUE 'E'.
           88 L-NO-HABILITADO       VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-PROFESOR L-ASIGNATURA
                                 L-FECHA L-EXCEPCION L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'L' PERFORM 2200-COMPROBAR
               WHEN 'A' PERFORM 2200-COMPROBAR
               WHEN 'C' PERFORM 2300-CLOSE
               WHEN OTHER DISPLAY '*MOD*HABIL*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-CARGAR.
           MOVE 0 TO C-HABILITACIONES
           MOVE 'N' TO WS-REGISTRO-DISPONIBLE
           OPEN INPUT F-HABILIT
           IF NOT FS-HABILIT-OK THEN
               DISPLAY '*MOD*HABIL*SIN*REGISTRO*HABILITACIONES* '
                   FS-HABILIT ' - NO HAY NADIE HABILITADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               READ F-HABILIT
               PERFORM UNTIL NOT FS-HABILIT-OK
                   OR C-HABILITACIONES >= 3000
                   ADD 1 TO C-HABILITACIONES
                   MOVE HB-COD-PROFESOR
                     TO T-HB-PROFESOR (C-HABILITACIONES)
                   MOVE HB-ASIGNATURA TO T-HB-ASIG (C-HABILITACIONES)
                   MOVE HB-TIPO       TO T-HB-TIPO (C-HABILITACIONES)
                   MOVE HB-CODIGO-EXCEPCION
                     TO T-HB-CODIGO (C-HABILITACIONES)
                   MOVE HB-FECHA-DESDE
                     TO T-HB-DESDE (C-HABILITACIONES)
                   MOVE HB-FECHA-HASTA
                     TO T-HB-HASTA (C-HABILITACIONES)
                   READ F-HABILIT
               END-PERFORM
               IF FS-HABILIT-OK THEN
                   DISPLAY '*MOD*HABIL*TABLA*LLENA* MAXIMO 3000'
               END-IF
      *        UN REGISTRO LEIDO A MEDIAS NO VALE: SE CORTA IGUAL
               IF NOT FS-HABILIT-OK AND NOT FS-HABILIT-EOF THEN
                   DISPLAY '*MOD*HABIL*ERROR*LEER*REGISTRO* '
                       FS-HABILIT ' - NO HAY NADIE HABILITADO'
                   CLOSE F-HABILIT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE F-HABILIT
               MOVE 'S' TO WS-REGISTRO-DISPONIBLE
           END-IF
           MOVE 'S' TO WS-REGISTRO-CARGADO
           .

       2200-COMPROBAR.
           IF NOT REGISTRO-CARGADO THEN
               PERFORM 2100-CARGAR
           END-IF
           IF NOT REGISTRO-DISPONIBLE THEN
               SET L-NO-HABILITADO TO TRUE
           ELSE
               SET L-NO-HABILITADO TO TRUE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > C-HABILITACIONES
                          OR L-HABILITADO
                   IF T-HB-PROFESOR (WS-IDX) = L-PROFESOR
                       AND T-HB-ASIG (WS-IDX) = L-ASIGNATURA THEN
                       PERFORM 2210-COMPROBAR-ENTRADA
                   END-IF
               END-PERFORM
           END-IF
           .

       2210-COMPROBAR-ENTRADA.
      *    UNA FECHA HASTA EN BLANCO O A CEROS ES VIGENCIA INDEFINIDA
           IF T-HB-DESDE (WS-IDX) <= L-FECHA
               AND (T-HB-HASTA (WS-IDX) = SPACES
                 OR T-HB-HASTA (WS-IDX) = ZEROS
                 OR T-HB-HASTA (WS-IDX) >= L-FECHA) THEN
               IF T-HB-TIPO (WS-IDX) = 'H' THEN
                   SET L-HABILITADO TO TRUE
               ELSE
                   IF L-OPCION = 'A' THEN
                       MOVE T-HB-CODIGO (WS-IDX) TO L-EXCEPCION
                       SET L-POR-EXCEPCION TO TRUE
                   ELSE
                       IF L-EXCEPCION NOT = SPACES
                           AND T-HB-CODIGO (WS-IDX) = L-EXCEPCION THEN
                           SET L-POR-EXCEPCION TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2300-CLOSE.
           MOVE 'N' TO WS-REGISTRO-CARGADO
           MOVE 'N' TO WS-REGISTRO-DISPONIBLE
           MOVE 0 TO C-HABILITACIONES
           .
