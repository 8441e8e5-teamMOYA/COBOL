      *                 CONJUNTO DEL SISTEMA (MEJORA/EMPEORA). TODO    *
      *                 EN UN DOCUMENTO IMPRIMIBLE EN VEZ DE           *
      *                 NOVENTA Y NUEVE PASADAS DE CCPRAC24.           *
      *                 LAS MEDIAS DE COLEGIO Y SU CLASIFICACION SOLO  *
      *                 USAN NOTAS COMPUTABLES; LA EVOLUCION POR       *
      *                 ASIGNATURA SUMA TAMBIEN LAS NO COMPUTABLES     *
      *                 (CT_NO_COMPUT/SUMA_NO_COMPUT), QUE SON NOTAS   *
      *                 DE LA PROPIA ASIGNATURA.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL
             DECLARE C-MEMORIA CURSOR FOR
               SELECT COD_COLEGIO, ANO_ACADEMICO, ASIGNATURA,
                      CT_ALUMNOS, SUMA_NOTAS,
                      CT_NO_COMPUT, SUMA_NO_COMPUT
                 FROM MEDIAS_HIST
                WHERE ANO_ACADEMICO >= :WS-ANO-INICIO
                  AND ANO_ACADEMICO <= :WS-ANO-REFERENCIA
                    :DCLMEDIAS-HIST.ANO-ACADEMICO,
                    :DCLMEDIAS-HIST.ASIGNATURA,
                    :DCLMEDIAS-HIST.CT-ALUMNOS,
                    :DCLMEDIAS-HIST.SUMA-NOTAS,
                    :DCLMEDIAS-HIST.CT-NO-COMPUT,
                    :DCLMEDIAS-HIST.SUMA-NO-COMPUT
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
                   TO T-GA-CT-REF (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD SUMA-NOTAS OF DCLMEDIAS-HIST
                   TO T-GA-SUMA-REF (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD CT-NO-COMPUT OF DCLMEDIAS-HIST
                   TO T-GA-CT-REF (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD SUMA-NO-COMPUT OF DCLMEDIAS-HIST
                   TO T-GA-SUMA-REF (ASIGNATURA OF DCLMEDIAS-HIST)
               END-IF
               IF ANO-ACADEMICO OF DCLMEDIAS-HIST
                   = WS-ANO-REFERENCIA - 1 THEN
                   TO T-GA-CT-ANT (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD SUMA-NOTAS OF DCLMEDIAS-HIST
                   TO T-GA-SUMA-ANT (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD CT-NO-COMPUT OF DCLMEDIAS-HIST
                   TO T-GA-CT-ANT (ASIGNATURA OF DCLMEDIAS-HIST)
                 ADD SUMA-NO-COMPUT OF DCLMEDIAS-HIST
                   TO T-GA-SUMA-ANT (ASIGNATURA OF DCLMEDIAS-HIST)
               END-IF
             END-IF
           END-IF
