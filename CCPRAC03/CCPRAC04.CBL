      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: PRIMERA INTERACCION CON MODULOS                *
      *                 MEDIA TOTAL DE CADA COLEGIO                    *
      *                 LAS ASIGNATURAS MARCADAS NO COMPUTABLES TIENEN *
      *                 SU MEDIA PROPIA PERO NO ENTRAN EN LA TOTAL.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 C-CONTADORES.
           05 C-CONTADOR PIC 9.
           05 C-ASIG-CON-NOTA PIC 9.
           05 C-ASIG-COMPUTABLES PIC 9.
           05 C-TOTAL-ALUMNOS PIC 9(5).
           05 C-TOTAL-CREDITOS PIC 9(4).
       01 AC-SUMA-NOTAS PIC 999V99.
               AC-NOTAS-ASIG (C-CONTADOR) / CT-ALUMNOS-ASIG (C-CONTADOR)
               END-COMPUTE

               IF NOT ASIG-NO-COMPUTABLE (C-CONTADOR) THEN
                 ADD 1 TO C-ASIG-COMPUTABLES
                 ADD CT-ALUMNOS-ASIG (C-CONTADOR) TO C-TOTAL-ALUMNOS
                 ADD NOTA-MEDIA-ASIG (C-CONTADOR) TO AC-SUMA-NOTAS

                 COMPUTE AC-SUMA-NOTAS-PONDERADA =
                     AC-SUMA-NOTAS-PONDERADA +
                     (NOTA-MEDIA-ASIG (C-CONTADOR) *
                      CT-CREDITOS-ASIG (C-CONTADOR))
                 END-COMPUTE
                 ADD CT-CREDITOS-ASIG (C-CONTADOR) TO C-TOTAL-CREDITOS
               END-IF
             END-IF
             ADD 1 TO C-CONTADOR
           END-PERFORM
           ELSE
             MOVE 0 TO COD-RETORNO-PRACTICA-4

             EVALUATE TRUE
               WHEN C-ASIG-COMPUTABLES = 0
      *          SOLO HAY NOTAS DE ASIGNATURAS NO COMPUTABLES
                 MOVE 0 TO NOTA-MEDIA-TOTAL
               WHEN C-TOTAL-CREDITOS = 0
                 COMPUTE NOTA-MEDIA-TOTAL ROUNDED =
                     AC-SUMA-NOTAS / C-TOTAL-ALUMNOS
               WHEN OTHER
                 COMPUTE NOTA-MEDIA-TOTAL ROUNDED =
                     AC-SUMA-NOTAS-PONDERADA / C-TOTAL-CREDITOS
             END-EVALUATE
           END-IF
           .
      *****************************************************************
