      *                 MARCA DE PROCEDENCIA CONV, TODO POR LOS        *
      *                 CIRCUITOS DE SIEMPRE. LO QUE NO TIENE          *
      *                 EQUIVALENCIA VA AL LISTADO DE RECHAZOS.        *
      *                 EL TRAZADO PASA AL COPY RINTEXPE, EL MISMO QUE *
      *                 GENERA NUESTRA SALIDA DE TRASLADOS (CCPRACAV): *
      *                 LAS LINEAS DE PENDIENTES, DECISIONES Y FALTAS  *
      *                 SE CUENTAN PERO NO SE CARGAN, Y SI EL FICHERO  *
      *                 TRAE CABECERA Y COLA SE CUADRAN SUS            *
      *                 CONTADORES AL FINAL.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD F-ENTRADA
           RECORDING MODE IS F
           DATA RECORD REG-EXPEDIENTE-EXT.
           COPY RINTEXPE.

       FD F-EQUIVALENCIAS
           RECORDING MODE IS F
           05 C-ALUMNOS           PIC 9(4) VALUE 0.
           05 C-NOTAS-RECONOCIDAS PIC 9(5) VALUE 0.
           05 C-SIN-EQUIVALENCIA  PIC 9(5) VALUE 0.
           05 C-OTRAS-LINEAS      PIC 9(5) VALUE 0.
           05 C-NIF-DISTINTOS     PIC 9(5) VALUE 0.

       01 WS-COLA-FLAG            PIC X VALUE 'N'.
           88 CON-COLA                 VALUE 'S'.
       01 WS-DESCUADRE-FLAG       PIC X VALUE 'N'.
           88 COLA-DESCUADRADA         VALUE 'S'.
       01 W-COLA.
           05 W-COLA-REGISTROS    PIC 9(7).
           05 W-COLA-ALUMNOS      PIC 9(5).
       01 WS-NIF-CONTADO          PIC X(9) VALUE LOW-VALUES.

       01 T-EQUIVALENCIAS.
           05 C-EQUIVALENCIAS   PIC 999 VALUE 0.
       2000-PROCESO-EXPEDIENTE.
           READ F-ENTRADA
           IF FS-ENTRADA-OK THEN
             EVALUATE TRUE
               WHEN EC-ES-CABECERA
                 DISPLAY 'EXPEDIENTE DE ' EC-REMITENTE ' FECHA '
                     EC-FECHA ' GENERACION ' EC-GENERACION
               WHEN EC-ES-COLA
                 SET CON-COLA TO TRUE
                 MOVE EF-REGISTROS TO W-COLA-REGISTROS
                 MOVE EF-ALUMNOS   TO W-COLA-ALUMNOS
               WHEN NOT E-TIPO-NOTA
                 ADD 1 TO C-LEIDAS
                 ADD 1 TO C-OTRAS-LINEAS
                 PERFORM 2050-CONTAR-NIF
               WHEN OTHER
                 ADD 1 TO C-LEIDAS
                 PERFORM 2050-CONTAR-NIF
                 PERFORM 2010-VALIDAR-LINEA
             END-EVALUATE
           END-IF
           .
      ******************************************************************
       2010-VALIDAR-LINEA.
           MOVE E-NIF TO LRD-NIF
           MOVE E-NIF TO W-VAL-NIF
           CALL "MODVALNI" USING W-VAL-NIF W-VAL-VALIDO
                                 W-VAL-REGLA
           END-CALL
           EVALUATE TRUE
             WHEN NOT W-NIF-VALIDO
               MOVE W-VAL-REGLA TO LRD-MOTIVO
               MOVE SPACES TO LRD-CODIGO
               PERFORM 2900-RECHAZAR
             WHEN E-COLEGIO NOT NUMERIC OR E-COLEGIO-N < 1
               MOVE 'COLEGIO DESTINO INVALIDO' TO LRD-MOTIVO
               MOVE SPACES TO LRD-CODIGO
               PERFORM 2900-RECHAZAR
             WHEN OTHER
               PERFORM 2100-CONVALIDAR-LINEA
           END-EVALUATE
           .
      ******************************************************************
       2050-CONTAR-NIF.
           IF E-NIF NOT = WS-NIF-CONTADO THEN
             ADD 1 TO C-NIF-DISTINTOS
             MOVE E-NIF TO WS-NIF-CONTADO
           END-IF
           .
      ******************************************************************
       2100-CONVALIDAR-LINEA.
           MOVE 0 TO WS-DIGITO
           DISPLAY 'ALUMNOS DE ALTA:    ' C-ALUMNOS
           DISPLAY 'NOTAS RECONOCIDAS:  ' C-NOTAS-RECONOCIDAS
           DISPLAY 'SIN EQUIVALENCIA:   ' C-SIN-EQUIVALENCIA
           DISPLAY 'OTRAS LINEAS:       ' C-OTRAS-LINEAS
           IF CON-COLA THEN
             IF W-COLA-REGISTROS NOT = C-LEIDAS
                 OR W-COLA-ALUMNOS NOT = C-NIF-DISTINTOS THEN
               DISPLAY '*CCPRAC9N*COLA*DESCUADRADA* REGISTROS '
                   W-COLA-REGISTROS ' ALUMNOS ' W-COLA-ALUMNOS
               SET COLA-DESCUADRADA TO TRUE
             END-IF
           END-IF
           CLOSE F-ENTRADA
           CLOSE F-ALTAS-MAESTRO
           CLOSE F-ALTAS-MATRIC
           MOVE C-LEIDAS TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRAC9N' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF COLA-DESCUADRADA THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
