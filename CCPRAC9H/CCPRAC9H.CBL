      *                 Y ACUMULA LOS AGREGADOS EN MEDIAS_HIST PARA    *
      *                 QUE LA SERIE DE CCPRAC24/CCPRAC91 CUBRA TODA   *
      *                 LA HISTORIA.                                   *
      *                 SIN CURSO NI PLAN DE LA EPOCA, TODAS LAS NOTAS *
      *                 RETROCARGADAS CUENTAN COMO COMPUTABLES.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             EXEC SQL
               INSERT INTO MEDIAS_HIST
                VALUES (:W-ANO-HIST, :W-COLEGIO-HIST,
                        :W-ASIG-HIST, :W-CT-HIST, :W-SUMA-HIST,
                        0, 0)
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
