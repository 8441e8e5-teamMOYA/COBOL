       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCHKPT.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: SERVICIO DE CHECKPOINT/REARRANQUE COMPARTIDO   *
      *                 PARA LOS PROCESOS DB2 QUE NO TENIAN PUNTO DE   *
      *                 REARRANQUE (CCPRAC37, CCPRAC64, CCPRAC48).     *
      *                 CADA PROGRAMA GRABA ('G') TRAS CADA COMMIT SU  *
      *                 ULTIMA CLAVE CONFIRMADA, EL PASO DENTRO DE     *
      *                 ELLA Y SUS CONTADORES EN EL FICHERO INDEXADO   *
      *                 CHKPTCOM (UN REGISTRO POR PROGRAMA); CON       *
      *                 REINICIO EN SYSIN LO LEE ('L') PARA SEGUIR     *
      *                 DESDE AHI, Y AL TERMINAR BIEN LO BORRA ('B').  *
      *                 EL FICHERO SE ABRE Y CIERRA EN CADA LLAMADA    *
      *                 PARA QUE LO GRABADO SOBREVIVA A UN ABEND.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CHECKPOINTS ASSIGN CHKPTCOM
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CK-PROGRAMA
               FILE STATUS  IS FS-CHECKPOINTS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CHECKPOINTS.
           COPY RCHKCOMU.

       WORKING-STORAGE SECTION.
       01 FS-CHECKPOINTS PIC XX.
           88 FS-CHECKPOINTS-OK        VALUE '00'.
           88 FS-CHECKPOINTS-NF        VALUE '23'.
           88 FS-CHECKPOINTS-NO-EXISTE VALUE '35'.

       01 WS-TIMESTAMP             PIC X(21).

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
       01 L-PROGRAMA        PIC X(8).
       01 L-CLAVE           PIC X(20).
       01 L-PASO            PIC X.
       01 L-CONTADORES      PIC X(36).
       01 L-RESULTADO       PIC X.
           88 L-CHECKPOINT-OK       VALUE 'S'.
           88 L-SIN-CHECKPOINT      VALUE 'N'.

       PROCEDURE DIVISION USING L-OPCION L-PROGRAMA L-CLAVE L-PASO
                                 L-CONTADORES L-RESULTADO.
           PERFORM 2000-OPCION
           GOBACK
           .

       2000-OPCION.
           EVALUATE L-OPCION
               WHEN 'L' PERFORM 2100-LEER
               WHEN 'G' PERFORM 2200-GRABAR
               WHEN 'B' PERFORM 2300-BORRAR
               WHEN OTHER DISPLAY '*MOD*CHKPT*OPCION*INVALIDA*'
           END-EVALUATE
           .

       2100-LEER.
           SET L-SIN-CHECKPOINT TO TRUE
           OPEN INPUT F-CHECKPOINTS
           IF FS-CHECKPOINTS-OK THEN
               MOVE L-PROGRAMA TO CK-PROGRAMA
               READ F-CHECKPOINTS
               IF FS-CHECKPOINTS-OK THEN
                   MOVE CK-CLAVE       TO L-CLAVE
                   MOVE CK-PASO        TO L-PASO
                   MOVE CK-CONTADORES  TO L-CONTADORES
                   SET L-CHECKPOINT-OK TO TRUE
               END-IF
               CLOSE F-CHECKPOINTS
           ELSE
               IF NOT FS-CHECKPOINTS-NO-EXISTE THEN
                   DISPLAY '*MOD*CHKPT*ERROR*ABRIR*FICHERO* '
                       FS-CHECKPOINTS
               END-IF
           END-IF
           .

       2200-GRABAR.
           SET L-SIN-CHECKPOINT TO TRUE
           OPEN I-O F-CHECKPOINTS
           IF FS-CHECKPOINTS-NO-EXISTE THEN
               OPEN OUTPUT F-CHECKPOINTS
               CLOSE F-CHECKPOINTS
               OPEN I-O F-CHECKPOINTS
           END-IF
           IF NOT FS-CHECKPOINTS-OK THEN
               DISPLAY '*MOD*CHKPT*ERROR*ABRIR*FICHERO* '
                   FS-CHECKPOINTS
           ELSE
               MOVE L-PROGRAMA TO CK-PROGRAMA
               READ F-CHECKPOINTS
               IF FS-CHECKPOINTS-OK THEN
                   PERFORM 2210-MOVER-CHECKPOINT
                   REWRITE REG-CHKPT-COMUN
               ELSE
                   PERFORM 2210-MOVER-CHECKPOINT
                   WRITE REG-CHKPT-COMUN
               END-IF
               IF FS-CHECKPOINTS-OK THEN
                   SET L-CHECKPOINT-OK TO TRUE
               ELSE
                   DISPLAY '*MOD*CHKPT*ERROR*GRABAR* ' L-PROGRAMA
                       ' ' FS-CHECKPOINTS
               END-IF
               CLOSE F-CHECKPOINTS
           END-IF
           .

       2210-MOVER-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES        TO REG-CHKPT-COMUN
           MOVE L-PROGRAMA    TO CK-PROGRAMA
           MOVE L-CLAVE       TO CK-CLAVE
           MOVE L-PASO        TO CK-PASO
           MOVE L-CONTADORES  TO CK-CONTADORES
           MOVE WS-TIMESTAMP  TO CK-TIMESTAMP
           .

       2300-BORRAR.
           OPEN I-O F-CHECKPOINTS
           IF FS-CHECKPOINTS-OK THEN
               MOVE L-PROGRAMA TO CK-PROGRAMA
               DELETE F-CHECKPOINTS
               IF NOT FS-CHECKPOINTS-OK AND NOT FS-CHECKPOINTS-NF THEN
                   DISPLAY '*MOD*CHKPT*ERROR*BORRAR* ' L-PROGRAMA
                       ' ' FS-CHECKPOINTS
               END-IF
               CLOSE F-CHECKPOINTS
           END-IF
           SET L-CHECKPOINT-OK TO TRUE
           .
