      *                 AUTORIZACION DE REAPERTURA PARA ESE ANO+       *
      *                 TRIMESTRE EN EL FICHERO REOPAUTH: LAS ACTAS    *
      *                 FIRMADAS DEJAN DE CAMBIAR BAJO NUESTROS PIES.  *
      *                 ANTES DE APLICAR CADA CORRECCION SE COMPRUEBA  *
      *                 EN LA MATRIZ DE AUTORIZACION (MODAUTOR) QUE SU *
      *                 OPERADOR PUEDE MODIFICAR NOTAS DE ESE COLEGIO; *
      *                 SI NO, SE RECHAZA Y QUEDA ANOTADA EN EL DIARIO *
      *                 AUTOLOG.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 C-BLOQUEADAS        PIC 9(5) VALUE 0.
           05 C-CON-ERROR         PIC 9(5) VALUE 0.
           05 C-REINTENTOS        PIC 9(5) VALUE 0.
           05 C-NO-AUTORIZADAS    PIC 9(5) VALUE 0.

       01 WS-NOTA-ANTERIOR        PIC S99V9 USAGE COMP-3.
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-CLAVE-AUDITORIA      PIC X(20).

       01 W-AUTORIZACION.
           05 W-AUT-OPERADOR    PIC X(8).
           05 W-AUT-TRANS       PIC X.
           05 W-AUT-COLEGIO     PIC 99.
           05 W-AUT-CLAVE       PIC X(20).
           05 W-AUT-RESULTADO   PIC X.
               88 W-OPERADOR-AUTORIZADO    VALUE 'S'.
       01 W-COLEGIO-NOTA          PIC S9(4) USAGE COMP.

       01 W-CALEN-LOOKUP.
           05 W-CAL-ANO         PIC 9(4).
           05 W-CAL-TRIMESTRE   PIC 9.
                                  W-CAL-MOTIVO
           END-CALL
           WRITE LINEA-INFORME FROM LINEA-INF-CABECERA
           CALL "MODAUTOR" USING 'O' W-AUT-OPERADOR 'CCPRAC49'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           .
      ******************************************************************
       1200-CARGAR-REAPERTURAS.
                   ' ' F-ASIGNATURA ' ' F-TRIMESTRE ' ' F-NOTA-NUEVA
               ADD 1 TO C-RECHAZADAS
             ELSE
               PERFORM 2070-COMPROBAR-AUTORIZACION
               IF W-OPERADOR-AUTORIZADO THEN
                 PERFORM 2050-CONTROL-DE-CIERRE
                 IF REAPERTURA-AUTORIZADA THEN
                   PERFORM 2100-APLICAR-CORRECCION
                 ELSE
                   DISPLAY '*CCPRAC49*TRIMESTRE*CERRADO* ' F-NIF
                       ' ANO ' F-ANO ' TRIM ' F-TRIMESTRE
                       ' - SIN AUTORIZACION DE REAPERTURA'
                   ADD 1 TO C-BLOQUEADAS
                 END-IF
               END-IF
             END-IF
           END-IF
             END-PERFORM
           END-IF
           .
      ******************************************************************
       2070-COMPROBAR-AUTORIZACION.
      *    UNA CORRECCION ES UNA MODIFICACION, Y CUENTA EL COLEGIO DE
      *    LA NOTA (EL DEL ALUMNO SI LA NOTA NO LO TRAE); SI LA NOTA
      *    NO EXISTE SOLO CUENTAN EL PROGRAMA Y LA OPCION
           MOVE F-NIF          TO NIF OF DCLNOTAS
           MOVE F-ASIGNATURA   TO ASIGNATURA OF DCLNOTAS
           MOVE F-ANO          TO ANO-ACADEMICO OF DCLNOTAS
           MOVE F-TRIMESTRE    TO TRIMESTRE OF DCLNOTAS
           MOVE F-CONVOCATORIA TO CONVOCATORIA OF DCLNOTAS
           EXEC SQL
             SELECT CASE WHEN N.COD_COLEGIO > 0 THEN N.COD_COLEGIO
                         ELSE COALESCE(A.COD_COLEGIO, 0) END
               INTO :W-COLEGIO-NOTA
               FROM NOTAS N
               LEFT OUTER JOIN ALUMNOS A
                 ON A.NIF = N.NIF
              WHERE N.NIF = :DCLNOTAS.NIF
                AND N.ASIGNATURA = :DCLNOTAS.ASIGNATURA
                AND N.ANO_ACADEMICO = :DCLNOTAS.ANO-ACADEMICO
                AND N.TRIMESTRE = :DCLNOTAS.TRIMESTRE
                AND N.CONVOCATORIA = :DCLNOTAS.CONVOCATORIA
           END-EXEC
           IF SQLCODE = 0
               AND W-COLEGIO-NOTA >= 0 AND W-COLEGIO-NOTA <= 99 THEN
             MOVE W-COLEGIO-NOTA TO W-AUT-COLEGIO
           ELSE
             MOVE 0 TO W-AUT-COLEGIO
           END-IF
           MOVE 0 TO SQLCODE
           MOVE F-OPERADOR TO W-AUT-OPERADOR
           MOVE 'M'        TO W-AUT-TRANS
           MOVE SPACES     TO W-AUT-CLAVE
           STRING 'NIF=' DELIMITED BY SIZE
                  F-NIF DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  F-ASIGNATURA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  F-ANO DELIMITED BY SIZE
                  F-TRIMESTRE DELIMITED BY SIZE
             INTO W-AUT-CLAVE
           CALL "MODAUTOR" USING 'V' W-AUT-OPERADOR 'CCPRAC49'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           IF NOT W-OPERADOR-AUTORIZADO THEN
             DISPLAY '*CCPRAC49*OPERADOR*NO*AUTORIZADO* ' F-OPERADOR
                 ' ' F-NIF ' ASIG ' F-ASIGNATURA ' ANO ' F-ANO
                 ' TRIM ' F-TRIMESTRE
             ADD 1 TO C-NO-AUTORIZADAS
           END-IF
           .
      ******************************************************************
       2100-APLICAR-CORRECCION.
           MOVE F-NIF        TO NIF OF DCLNOTAS
           DISPLAY 'BLOQUEADAS (CIERRE):   ' C-BLOQUEADAS
           DISPLAY 'CON ERROR SQL:         ' C-CON-ERROR
           DISPLAY 'REINTENTOS:            ' C-REINTENTOS
           DISPLAY 'NO AUTORIZADAS:        ' C-NO-AUTORIZADAS
           DISPLAY '******************************************'
           CLOSE F-ENTRADA
           CLOSE F-INFORME
           CALL "MODAUTOR" USING 'C' W-AUT-OPERADOR 'CCPRAC49'
               W-AUT-TRANS W-AUT-COLEGIO W-AUT-CLAVE W-AUT-RESULTADO
           END-CALL
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
