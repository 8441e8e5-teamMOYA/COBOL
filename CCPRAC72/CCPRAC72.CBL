      *                 REPETIDORES DE LAS MISMAS. LOS PENDIENTES DE   *
      *                 LA CONVOCATORIA EXTRAORDINARIA SE LISTAN SIN   *
      *                 GENERAR, PARA RESOLVERLOS TRAS CCPRAC31.       *
      *                 LAS DECISIONES POR ACUERDO DE LA JUNTA DE      *
      *                 EVALUACION SE MATRICULAN IGUAL, PERO SE LISTAN *
      *                 APARTE CON LO QUE DABA LA REGLA Y SE CUENTAN   *
      *                 POR SEPARADO.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-REPITEN           PIC 9(6) VALUE 0.
           05 C-PENDIENTES        PIC 9(6) VALUE 0.
           05 C-TRANSACCIONES     PIC 9(7) VALUE 0.
           05 C-ACUERDO-PROMO     PIC 9(6) VALUE 0.
           05 C-ACUERDO-REPITE    PIC 9(6) VALUE 0.
           05 C-ACUERDO-PEND      PIC 9(6) VALUE 0.
           05 C-ASIG              PIC 9.

       01 LINEA-PEND-DATOS.
               '  PENDIENTE DE CONVOCATORIA DE SEPBRE.'.
           05 FILLER        PIC X(15) VALUE SPACES.

       01 LINEA-ACUERDO-DATOS.
           05 FILLER        PIC X(5)  VALUE 'NIF: '.
           05 LAC-NIF       PIC X(9).
           05 FILLER        PIC X(11) VALUE '  COLEGIO: '.
           05 LAC-COLEGIO   PIC Z9.
           05 FILLER        PIC X(11) VALUE '  ACUERDO: '.
           05 LAC-DECISION  PIC X(10).
           05 FILLER        PIC X(9)  VALUE '  REGLA: '.
           05 LAC-REGLA     PIC X(10).
           05 FILLER        PIC X(9)  VALUE '  MOTIVO '.
           05 LAC-MOTIVO    PIC X(3).
           05 FILLER        PIC X     VALUE SPACE.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

                 DISPLAY '*CCPRAC72*DECISION*DESCONOCIDA* NIF '
                     NIF OF REG-DECISION ' "' DECISION '"'
             END-EVALUATE
             IF DEC-POR-ACUERDO THEN
               PERFORM 2300-LISTAR-ACUERDO
             END-IF
           END-IF
           .
      ******************************************************************
           MOVE COLEGIO OF REG-DECISION TO LPD-COLEGIO
           WRITE LINEA-PENDIENTE FROM LINEA-PEND-DATOS
           .
      ******************************************************************
       2300-LISTAR-ACUERDO.
           EVALUATE TRUE
             WHEN DEC-PROMOCIONA
               ADD 1 TO C-ACUERDO-PROMO
             WHEN DEC-REPITE
               ADD 1 TO C-ACUERDO-REPITE
             WHEN DEC-PENDIENTE
               ADD 1 TO C-ACUERDO-PEND
           END-EVALUATE
           MOVE NIF OF REG-DECISION      TO LAC-NIF
           MOVE COLEGIO OF REG-DECISION  TO LAC-COLEGIO
           MOVE DECISION OF REG-DECISION TO LAC-DECISION
           MOVE DEC-REGLA                TO LAC-REGLA
           MOVE DEC-MOTIVO               TO LAC-MOTIVO
           WRITE LINEA-PENDIENTE FROM LINEA-ACUERDO-DATOS
           .
      ******************************************************************
       4000-FIN.
           DISPLAY 'DECISIONES LEIDAS:  ' C-DECISIONES
           DISPLAY 'PROMOCIONAN:        ' C-PROMOCIONAN
           DISPLAY 'REPITEN:            ' C-REPITEN
           DISPLAY 'PENDIENTES:         ' C-PENDIENTES
           DISPLAY 'DE ELLOS POR ACUERDO DE JUNTA'
           DISPLAY '  PROMOCIONAN:      ' C-ACUERDO-PROMO
           DISPLAY '  REPITEN:          ' C-ACUERDO-REPITE
           DISPLAY '  PENDIENTES:       ' C-ACUERDO-PEND
           DISPLAY 'ALTAS GENERADAS:    ' C-TRANSACCIONES
           CLOSE F-DECISIONES
           CLOSE F-TRANSACC
