      *                 QUE PASOS TERMINARON, QUE CHECKPOINT ESTA      *
      *                 VIVO, LOS CERROJOS CON FECHA DISTINTA DE HOY   *
      *                 MARCADOS COMO POSIBLES HUERFANOS DE UN ABEND,  *
      *                 Y QUE ES SEGURO REARRANCAR. SI SE APORTA EL    *
      *                 PLAN DE LA NOCHE DE CCPRACA4 (PLANOCHE) SE     *
      *                 LISTA CADA PROGRAMA PREVISTO, EN SU ORDEN,     *
      *                 COMO TERMINADO O PENDIENTE SEGUN LAS           *
      *                 EJECUCIONES COMPLETAS DE BATCHMET (MODMETRI).  *
      *                 JUNTO A CHECKPT Y CHKPT65 SE LISTAN LOS        *
      *                 CHECKPOINTS VIVOS DEL FICHERO COMPARTIDO DE    *
      *                 MODCHKPT (CHKPTCOM), CON SU CLAVE Y SU PASO.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY   IS CER-RECURSO
               FILE STATUS  IS FS-CERROJOS.

           SELECT F-CHKCOMUN ASSIGN CHKPTCOM
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CK-PROGRAMA
               FILE STATUS  IS FS-CHKCOMUN.

           SELECT F-PLANOCHE ASSIGN PLANOCHE
               FILE STATUS IS FS-PLANOCHE.

           SELECT F-METRICAS ASSIGN BATCHMET
               FILE STATUS IS FS-METRICAS.

           SELECT F-PANEL ASSIGN PANEL
               FILE STATUS IS FS-PANEL.

           05 CER-TIMESTAMP        PIC X(21).
           05 FILLER               PIC X(39).

       FD F-CHKCOMUN.
           COPY RCHKCOMU.

       FD F-PLANOCHE
           RECORDING MODE IS F.
           COPY RPLANOCH.

       FD F-METRICAS
           RECORDING MODE IS F
           DATA RECORD REG-METRICAS.
       01 REG-METRICAS.
           05 M-PROGRAMA           PIC X(8).
           05 FILLER               PIC X.
           05 M-INI-FECHA          PIC X(8).
           05 FILLER               PIC X(63).

       FD F-PANEL
           RECORDING MODE IS F
           DATA RECORD LINEA-PANEL.
           05 FS-CERROJOS PIC XX.
               88 FS-CERROJOS-OK    VALUE '00'.
               88 FS-CERROJOS-EOF   VALUE '10'.
           05 FS-CHKCOMUN PIC XX.
               88 FS-CHKCOMUN-OK    VALUE '00'.
           05 FS-PANEL PIC XX.
               88 FS-PANEL-OK       VALUE '00'.
           05 FS-PLANOCHE PIC XX.
               88 FS-PLANOCHE-OK    VALUE '00'.
           05 FS-METRICAS PIC XX.
               88 FS-METRICAS-OK    VALUE '00'.

       01 C-CONTADORES.
           05 C-CERROJOS          PIC 999 VALUE 0.
           05 C-HUERFANOS         PIC 999 VALUE 0.
           05 C-CHKPT-COMUNES     PIC 999 VALUE 0.
           05 C-PLAN-PENDIENTES   PIC 999 VALUE 0.
           05 C-EJECUTADOS        PIC 999 VALUE 0.

       01 T-EJECUTADOS.
           05 T-EJ-PROGRAMA       PIC X(8) OCCURS 300.

       01 WS-IDX-EJ               PIC 999.
       01 WS-EJECUTADO-FLAG       PIC X.
           88 PROGRAMA-EJECUTADO       VALUE 'S'.

       01 LINEA-ESTADO02.
           05 LE2-STATUS        PIC X(4).
           05 LPC-MARCA     PIC X(13).
           05 FILLER        PIC X(12) VALUE SPACES.

       01 LINEA-PAN-PLAN.
           05 FILLER        PIC X(6)  VALUE 'PLAN: '.
           05 LPN-ORDEN     PIC ZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 LPN-PROGRAMA  PIC X(8).
           05 FILLER        PIC X     VALUE SPACE.
           05 LPN-MOTIVO    PIC X(20).
           05 FILLER        PIC X     VALUE SPACE.
           05 LPN-ESTADO    PIC X(12).
           05 FILLER        PIC X     VALUE SPACE.
           05 LPN-DEPENDE   PIC X(8).
           05 FILLER        PIC X(19) VALUE SPACES.

       01 LINEA-PAN-BLANCO.
           05 FILLER        PIC X(80) VALUE SPACES.

           PERFORM 2100-ESTADO-PURGA
           PERFORM 2200-CHECKPOINT-MERGE
           PERFORM 2300-CHECKPOINT-BOLETINES
           PERFORM 2350-CHECKPOINTS-COMUNES
           PERFORM 2400-ANO-VIGENTE
           PERFORM 2500-CERROJOS
           PERFORM 2600-PLAN-NOCHE
           PERFORM 4000-FIN
           .
      ******************************************************************
           END-IF
           WRITE LINEA-PANEL FROM LINEA-PAN-PASO
           .
      ******************************************************************
       2350-CHECKPOINTS-COMUNES.
      *    UN REGISTRO EN CHKPTCOM ES UN PROGRAMA QUE NO TERMINO BIEN
           OPEN INPUT F-CHKCOMUN
           IF NOT FS-CHKCOMUN-OK THEN
             MOVE 'CHECKPOINTS MODCHKPT' TO LPP-PASO
             MOVE 'SIN FICHERO CHKPTCOM' TO LPP-ESTADO
             MOVE SPACES TO LPP-DETALLE
             WRITE LINEA-PANEL FROM LINEA-PAN-PASO
           ELSE
             READ F-CHKCOMUN
             PERFORM UNTIL NOT FS-CHKCOMUN-OK
               ADD 1 TO C-CHKPT-COMUNES
               MOVE SPACES TO LPP-PASO
               STRING 'CHECKPOINT ' CK-PROGRAMA
                   DELIMITED BY SIZE INTO LPP-PASO
               MOVE 'VIVO - REINICIO CON S' TO LPP-ESTADO
               MOVE SPACES TO LPP-DETALLE
               STRING CK-CLAVE ' PASO ' CK-PASO
                   DELIMITED BY SIZE INTO LPP-DETALLE
               WRITE LINEA-PANEL FROM LINEA-PAN-PASO
               READ F-CHKCOMUN
             END-PERFORM
             CLOSE F-CHKCOMUN
             IF C-CHKPT-COMUNES = 0 THEN
               MOVE 'CHECKPOINTS MODCHKPT' TO LPP-PASO
               MOVE 'NINGUNO VIVO' TO LPP-ESTADO
               MOVE SPACES TO LPP-DETALLE
               WRITE LINEA-PANEL FROM LINEA-PAN-PASO
             END-IF
           END-IF
           .
      ******************************************************************
       2400-ANO-VIGENTE.
           MOVE 'ANO VIGENTE RUNCTRL ' TO LPP-PASO
             END-IF
           END-IF
           .
      ******************************************************************
       2600-PLAN-NOCHE.
           OPEN INPUT F-PLANOCHE
           IF NOT FS-PLANOCHE-OK THEN
             DISPLAY 'SIN PLAN DE LA NOCHE - PANEL SIN PLAN'
           ELSE
             WRITE LINEA-PANEL FROM LINEA-PAN-BLANCO
             READ F-PLANOCHE
             IF FS-PLANOCHE-OK THEN
               PERFORM 2610-CARGAR-EJECUTADOS
             ELSE
               MOVE 'PLAN DE LA NOCHE    ' TO LPP-PASO
               MOVE 'NADA PREVISTO' TO LPP-ESTADO
               MOVE SPACES TO LPP-DETALLE
               WRITE LINEA-PANEL FROM LINEA-PAN-PASO
             END-IF
             PERFORM UNTIL NOT FS-PLANOCHE-OK
               MOVE PN-ORDEN    TO LPN-ORDEN
               MOVE PN-PROGRAMA TO LPN-PROGRAMA
               MOVE PN-MOTIVO   TO LPN-MOTIVO
               MOVE PN-DEPENDE  TO LPN-DEPENDE
               MOVE 'N' TO WS-EJECUTADO-FLAG
               PERFORM VARYING WS-IDX-EJ FROM 1 BY 1
                       UNTIL WS-IDX-EJ > C-EJECUTADOS
                 IF T-EJ-PROGRAMA (WS-IDX-EJ) = PN-PROGRAMA THEN
                   SET PROGRAMA-EJECUTADO TO TRUE
                 END-IF
               END-PERFORM
               IF PROGRAMA-EJECUTADO THEN
                 MOVE 'TERMINADO' TO LPN-ESTADO
               ELSE
                 MOVE '* PENDIENTE' TO LPN-ESTADO
                 ADD 1 TO C-PLAN-PENDIENTES
               END-IF
               WRITE LINEA-PANEL FROM LINEA-PAN-PLAN
               READ F-PLANOCHE
             END-PERFORM
             CLOSE F-PLANOCHE
           END-IF
           .
      ******************************************************************
       2610-CARGAR-EJECUTADOS.
      *    CUENTA COMO HECHO TODO LO QUE TERMINO DESDE LA FECHA DEL
      *    PLAN (LA CADENA PUEDE CRUZAR LA MEDIANOCHE)
           OPEN INPUT F-METRICAS
           IF NOT FS-METRICAS-OK THEN
             DISPLAY 'SIN FICHERO BATCHMET - PLAN SIN ESTADO'
           ELSE
             READ F-METRICAS
             PERFORM UNTIL NOT FS-METRICAS-OK
               IF M-INI-FECHA >= PN-FECHA AND C-EJECUTADOS < 300 THEN
                 ADD 1 TO C-EJECUTADOS
                 MOVE M-PROGRAMA TO T-EJ-PROGRAMA (C-EJECUTADOS)
               END-IF
               READ F-METRICAS
             END-PERFORM
             CLOSE F-METRICAS
           END-IF
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'CERROJOS ACTIVOS:   ' C-CERROJOS
           DISPLAY 'CHECKPOINTS VIVOS:  ' C-CHKPT-COMUNES
           DISPLAY 'POSIBLES HUERFANOS: ' C-HUERFANOS
           DISPLAY 'PLAN PENDIENTE:     ' C-PLAN-PENDIENTES
           CLOSE F-PANEL
           MOVE C-CERROJOS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC78' WS-TIMESTAMP-INICIO
