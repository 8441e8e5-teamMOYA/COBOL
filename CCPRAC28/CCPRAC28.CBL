      *                 SE ESCRIBEN EN F-NIF-INVALIDO SIN TOCAR DB2.   *
      *                 LAS HORAS/TRIMESTRE/ASIGNATURA FUERA DE RANGO  *
      *                 SE RECHAZAN AL MISMO FICHERO CON SU MOTIVO.    *
      *                 LAS LINEAS CON TIPO-CARGA 'J' (JUSTIFICACIONES *
      *                 DEL PORTAL APROBADAS POR EL TUTOR, DE          *
      *                 CCPRACB5) SOLO PONEN JUSTIFICADA = 'S' EN LA   *
      *                 FALTA YA CARGADA SIN TOCAR SUS HORAS; SI NO    *
      *                 HAY FALTA CARGADA SE RECHAZAN.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 C-LEIDAS            PIC 9(6) VALUE 0.
           05 C-INSERTADAS        PIC 9(6) VALUE 0.
           05 C-ACTUALIZADAS      PIC 9(6) VALUE 0.
           05 C-JUSTIFICADAS      PIC 9(6) VALUE 0.
           05 C-RECHAZADAS        PIC 9(6) VALUE 0.
           05 C-ERRORES-SQL       PIC 9(6) VALUE 0.

             ADD 1 TO C-LEIDAS
             PERFORM 2100-VALIDAR-REGISTRO
             IF NIF-VALIDO THEN
               IF CARGA-SOLO-JUSTIFICAR THEN
                 PERFORM 2300-JUSTIFICAR-FALTA
               ELSE
                 PERFORM 2200-UPSERT-FALTA
               END-IF
             END-IF
           END-IF
           .
                 PERFORM 2950-REGISTRAR-RECHAZO
                 SET NIF-INVALIDO TO TRUE
               ELSE
                 IF NOT CARGA-SOLO-JUSTIFICAR
                     AND JUSTIFICADA OF REG-FALTAS NOT = 'S'
                     AND JUSTIFICADA OF REG-FALTAS NOT = 'N' THEN
                   MOVE 'JUSTIFICADA DEBE SER S O N' TO LR-MOTIVO
                   PERFORM 2950-REGISTRAR-RECHAZO
               END-CALL
           END-EVALUATE
           .
      ******************************************************************
       2300-JUSTIFICAR-FALTA.
      *    LA JUSTIFICACION DEL PORTAL NO CREA FALTAS: SOLO MARCA LA
      *    QUE EL COLEGIO YA COMUNICO
           MOVE NIF OF REG-FALTAS           TO NIF OF DCLFALTAS
           MOVE ASIGNATURA OF REG-FALTAS    TO ASIGNATURA OF DCLFALTAS
           MOVE ANO-ACADEMICO OF REG-FALTAS
             TO ANO-ACADEMICO OF DCLFALTAS
           MOVE TRIMESTRE OF REG-FALTAS     TO TRIMESTRE OF DCLFALTAS
           MOVE 'S'                         TO JUSTIFICADA OF DCLFALTAS
           EXEC SQL
             UPDATE FALTAS
                SET JUSTIFICADA = :DCLFALTAS.JUSTIFICADA
              WHERE NIF = :DCLFALTAS.NIF
                AND ASIGNATURA = :DCLFALTAS.ASIGNATURA
                AND ANO_ACADEMICO = :DCLFALTAS.ANO-ACADEMICO
                AND TRIMESTRE = :DCLFALTAS.TRIMESTRE
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           EVALUATE TRUE
             WHEN SQL-OK
               ADD 1 TO C-JUSTIFICADAS
             WHEN SQL-NOT-FOUND
               MOVE 'SIN FALTA CARGADA QUE JUSTIFICAR' TO LR-MOTIVO
               PERFORM 2950-REGISTRAR-RECHAZO
             WHEN OTHER
               DISPLAY '*FALTAS*JUSTIFICAR*ERR* ' NIF OF DCLFALTAS
                   ' ' SQL-ERROR ' ' WS-SQL-MENSAJE
               ADD 1 TO C-ERRORES-SQL
               CALL "MODAUDIT" USING 'CCPRAC28' NIF OF DCLFALTAS
                   SQL-ERROR
               END-CALL
           END-EVALUATE
           .
      ******************************************************************
       2900-VALIDAR-NIF.
           CALL "MODVALNI" USING WS-NIF-VALIDAR WS-NIF-VALIDO-FLAG
           DISPLAY 'FALTAS LEIDAS:       ' C-LEIDAS
           DISPLAY 'FALTAS INSERTADAS:   ' C-INSERTADAS
           DISPLAY 'FALTAS ACTUALIZADAS: ' C-ACTUALIZADAS
           DISPLAY 'FALTAS JUSTIFICADAS: ' C-JUSTIFICADAS
           DISPLAY 'FALTAS RECHAZADAS:   ' C-RECHAZADAS
           DISPLAY 'ERRORES SQL:         ' C-ERRORES-SQL
           DISPLAY '******************************************'
