      *                     PENDIENTE DE ABRIR                         *
      *                 'F' VALIDA UNA FECHA AAAAMMDD: VALIDA SI CAE   *
      *                     DENTRO DEL CURSO DE ALGUN ANO CARGADO      *
      *                 'T' DEVUELVE EN ANO+TRIMESTRE EL TRIMESTRE AL  *
      *                     QUE PERTENECE UNA FECHA AAAAMMDD: EL       *
      *                     ULTIMO QUE HAYA EMPEZADO (LAS VACACIONES   *
      *                     CUENTAN CON EL TRIMESTRE QUE LAS PRECEDE)  *
      *                 'L' DEVUELVE EN L-FECHA EL DIA LABORABLE       *
      *                     ANTERIOR A L-FECHA (DE LUNES A VIERNES,    *
      *                     COMO LA CADENA NOCTURNA); NO-VALIDO SI LA  *
      *                     FECHA NO ES UNA AAAAMMDD CORRECTA          *
      *                 'C' DESCARGA                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.

       01 WS-IDX-ANO           PIC 99.
       01 WS-IDX-ENCONTRADO    PIC 99.
       01 WS-IDX-TRIM          PIC 9.
       01 WS-INICIO-MAYOR      PIC X(8).
       01 WS-FECHA-NUM         PIC 9(8).
       01 WS-DIA-ENTERO        PIC S9(7) COMP.
       01 WS-DIA-SEMANA        PIC 9.

       LINKAGE SECTION.
       01 L-OPCION          PIC X.
               WHEN 'O' PERFORM 2100-CARGAR
               WHEN 'V' PERFORM 2200-VALIDAR-ANO-TRIM
               WHEN 'F' PERFORM 2300-VALIDAR-FECHA
               WHEN 'T' PERFORM 2350-TRIMESTRE-DE-FECHA
               WHEN 'L' PERFORM 2370-LABORABLE-ANTERIOR
               WHEN 'C' PERFORM 2400-CLOSE
               WHEN OTHER DISPLAY '*MOD*CALEN*OPCION*INVALIDA*'
           END-EVALUATE
           END-PERFORM
           .

       2350-TRIMESTRE-DE-FECHA.
           SET L-CAL-NO-VALIDO TO TRUE
           MOVE 'FUERA DE CALENDARIO' TO L-MOTIVO
           MOVE LOW-VALUES TO WS-INICIO-MAYOR
           IF NOT CALENDARIO-CARGADO THEN
               PERFORM 2100-CARGAR
           END-IF
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO > C-ANOS-CAL
               PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                       UNTIL WS-IDX-TRIM > 3
                   IF T-CT-INICIO (WS-IDX-ANO, WS-IDX-TRIM) NOT = SPACES
                       AND T-CT-INICIO (WS-IDX-ANO, WS-IDX-TRIM)
                           <= L-FECHA
                       AND T-CT-INICIO (WS-IDX-ANO, WS-IDX-TRIM)
                           > WS-INICIO-MAYOR THEN
                       MOVE T-CT-INICIO (WS-IDX-ANO, WS-IDX-TRIM)
                         TO WS-INICIO-MAYOR
                       MOVE T-CAL-ANO (WS-IDX-ANO) TO L-ANO
                       MOVE WS-IDX-TRIM TO L-TRIMESTRE
                       SET L-CAL-VALIDO TO TRUE
                       MOVE 'OK' TO L-MOTIVO
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       2370-LABORABLE-ANTERIOR.
      *    EL DIA 1 DEL CALENDARIO ENTERO (01-01-1601) FUE LUNES
           SET L-CAL-NO-VALIDO TO TRUE
           MOVE 'FECHA INVALIDA' TO L-MOTIVO
           IF L-FECHA IS NUMERIC THEN
               MOVE L-FECHA TO WS-FECHA-NUM
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               IF WS-DIA-ENTERO > 1 THEN
                   SUBTRACT 1 FROM WS-DIA-ENTERO
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD (WS-DIA-ENTERO - 1, 7) + 1
                   PERFORM UNTIL WS-DIA-SEMANA < 6
                       SUBTRACT 1 FROM WS-DIA-ENTERO
                       COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD (WS-DIA-ENTERO - 1, 7) + 1
                   END-PERFORM
                   COMPUTE WS-FECHA-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
                   MOVE WS-FECHA-NUM TO L-FECHA
                   SET L-CAL-VALIDO TO TRUE
                   MOVE 'OK' TO L-MOTIVO
               END-IF
           END-IF
           .

       2400-CLOSE.
           MOVE 'N' TO WS-CAL-CARGADO
           MOVE 0 TO C-ANOS-CAL
