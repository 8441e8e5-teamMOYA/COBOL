       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPRACAX.
      ******************************************************************
      *    AUTOR:       DAVID MOYA                                     *
      *    DESCRIPCION: EXPORTACION NOCTURNA AL ALMACEN DE DATOS       *
      *                 REGIONAL, QUE HASTA AHORA RECONSTRUIA NUESTRAS *
      *                 CIFRAS A PARTIR DE LISTADOS IMPRESOS Y DEL     *
      *                 EXTRACTO DEL MINISTERIO. GENERA CINCO FICHEROS *
      *                 DE DIMENSIONES (COLEGIOS DE RCURCOLE,          *
      *                 ASIGNATURAS DE RMAPASIG, ALUMNOS DE RALUMN02,  *
      *                 GRUPOS DE RGRUPOS Y CALENDARIO DE RCALACAD) Y  *
      *                 CINCO DE HECHOS (NOTAS POR TRIMESTRE, FALTAS Y *
      *                 MATRICULAS DE DB2, DECISIONES DEL HISTORICO    *
      *                 RHISTDEC Y MEDIAS_HIST), CADA UNO CON CABECERA *
      *                 Y COLA DE CONTROL Y UN UNICO NUMERO DE         *
      *                 GENERACION PARA TODO EL JUEGO EN EL MOLDE DE   *
      *                 CCPRAC46 (DWCTRL, SOLO AVANZA CON EL JUEGO     *
      *                 COMPLETO). EL ALUMNO VIAJA CON EL SEUDONIMO    *
      *                 DE MODMASK, CALCULADO CON LA CLAVE SECRETA DEL *
      *                 FICHERO CLAVESEU; SIN CLAVE NO SE EXPORTA.     *
      *                 TODAS LAS IMAGENES SE ORDENAN CON UN SORT      *
      *                 INTERNO POR ENTIDAD Y CLAVE Y SE CASAN CON LA  *
      *                 FOTO DE LA NOCHE ANTERIOR (DWANT): LA PRIMERA  *
      *                 VEZ, O CON 'C' EN SYSIN, SALE LA CARGA         *
      *                 COMPLETA; DESPUES SOLO VIAJAN LAS ALTAS,       *
      *                 MODIFICACIONES Y BAJAS. LA FOTO NUEVA (DWNUE)  *
      *                 ES LA ANTERIOR DE LA NOCHE SIGUIENTE. UN       *
      *                 CAMBIO DE CLAVE CAMBIA TODOS LOS SEUDONIMOS Y  *
      *                 OBLIGA A UNA CARGA COMPLETA. CADA FICHERO DE   *
      *                 HECHOS LLEVA UNA LINEA DE RECONCILIACION QUE   *
      *                 CUADRA LAS FILAS LEIDAS CON LOS RECUENTOS DE   *
      *                 CCPRAC23 (RRECUENT); UN DESCUADRE DEJA RC 4.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COLEGIOS ASSIGN COLEGIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COD-COLEGIO OF REG-FCOLEGIO
               FILE STATUS  IS FS-COLEGIOS.

           SELECT F-MAPA ASSIGN MAPASIG
               FILE STATUS IS FS-MAPA.

           SELECT F-MAESTRO ASSIGN ALUMNOS
               FILE STATUS IS FS-MAESTRO.

           SELECT F-GRUPOS ASSIGN GRUPOS
               FILE STATUS IS FS-GRUPOS.

           SELECT F-CALENDARIO ASSIGN CALACAD
               FILE STATUS IS FS-CALENDARIO.

           SELECT F-HISTDEC ASSIGN HISTDEC
               FILE STATUS IS FS-HISTDEC.

           SELECT F-RECUENTO ASSIGN RECUENTO
               FILE STATUS IS FS-RECUENTO.

           SELECT F-CLAVE ASSIGN CLAVESEU
               FILE STATUS IS FS-CLAVE.

           SELECT F-FOTO-ANT ASSIGN DWANT
               FILE STATUS IS FS-FOTO-ANT.

           SELECT F-FOTO-NUEVA ASSIGN DWNUE
               FILE STATUS IS FS-FOTO-NUEVA.

           SELECT F-GENERACION ASSIGN DWCTRL
               FILE STATUS IS FS-GENERACION.

           SELECT F-DW-COLEGIOS ASSIGN DWCOLEG
               FILE STATUS IS FS-DW-COLEGIOS.

           SELECT F-DW-ASIGNATURAS ASSIGN DWASIGN
               FILE STATUS IS FS-DW-ASIGNATURAS.

           SELECT F-DW-ALUMNOS ASSIGN DWALUMN
               FILE STATUS IS FS-DW-ALUMNOS.

           SELECT F-DW-GRUPOS ASSIGN DWGRUPO
               FILE STATUS IS FS-DW-GRUPOS.

           SELECT F-DW-CALENDARIO ASSIGN DWCALEN
               FILE STATUS IS FS-DW-CALENDARIO.

           SELECT F-DW-NOTAS ASSIGN DWNOTAS
               FILE STATUS IS FS-DW-NOTAS.

           SELECT F-DW-FALTAS ASSIGN DWFALTA
               FILE STATUS IS FS-DW-FALTAS.

           SELECT F-DW-MATRICULAS ASSIGN DWMATRI
               FILE STATUS IS FS-DW-MATRICULAS.

           SELECT F-DW-DECISIONES ASSIGN DWDECIS
               FILE STATUS IS FS-DW-DECISIONES.

           SELECT F-DW-MEDIAS ASSIGN DWMEDIA
               FILE STATUS IS FS-DW-MEDIAS.

           SELECT F-SORT ASSIGN SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD F-COLEGIOS.
           COPY RCURCOLE.

       FD F-MAPA
           RECORDING MODE IS F.
           COPY RMAPASIG.

       FD F-MAESTRO
           RECORDING MODE IS F.
           COPY RALUMN02.

       FD F-GRUPOS
           RECORDING MODE IS F.
           COPY RGRUPOS.

       FD F-CALENDARIO
           RECORDING MODE IS F.
           COPY RCALACAD.

       FD F-HISTDEC
           RECORDING MODE IS F.
           COPY RHISTDEC.

       FD F-RECUENTO
           RECORDING MODE IS F.
           COPY RRECUENT.

       FD F-CLAVE
           RECORDING MODE IS F
           DATA RECORD REG-CLAVE.
       01 REG-CLAVE.
           05 CL-CLAVE-SEUD        PIC X(16).
           05 FILLER               PIC X(64).

       FD F-FOTO-ANT
           RECORDING MODE IS F
           DATA RECORD REG-FOTO-ANT.
       01 REG-FOTO-ANT             PIC X(130).

       FD F-FOTO-NUEVA
           RECORDING MODE IS F
           DATA RECORD REG-FOTO-NUEVA.
       01 REG-FOTO-NUEVA           PIC X(130).

       FD F-GENERACION
           RECORDING MODE IS F
           DATA RECORD REG-GENERACION.
       01 REG-GENERACION           PIC X(80).

       FD F-DW-COLEGIOS
           RECORDING MODE IS F
           DATA RECORD REG-DW-COLEGIOS.
       01 REG-DW-COLEGIOS          PIC X(100).

       FD F-DW-ASIGNATURAS
           RECORDING MODE IS F
           DATA RECORD REG-DW-ASIGNATURAS.
       01 REG-DW-ASIGNATURAS       PIC X(100).

       FD F-DW-ALUMNOS
           RECORDING MODE IS F
           DATA RECORD REG-DW-ALUMNOS.
       01 REG-DW-ALUMNOS           PIC X(100).

       FD F-DW-GRUPOS
           RECORDING MODE IS F
           DATA RECORD REG-DW-GRUPOS.
       01 REG-DW-GRUPOS            PIC X(100).

       FD F-DW-CALENDARIO
           RECORDING MODE IS F
           DATA RECORD REG-DW-CALENDARIO.
       01 REG-DW-CALENDARIO        PIC X(100).

       FD F-DW-NOTAS
           RECORDING MODE IS F
           DATA RECORD REG-DW-NOTAS.
       01 REG-DW-NOTAS             PIC X(100).

       FD F-DW-FALTAS
           RECORDING MODE IS F
           DATA RECORD REG-DW-FALTAS.
       01 REG-DW-FALTAS            PIC X(100).

       FD F-DW-MATRICULAS
           RECORDING MODE IS F
           DATA RECORD REG-DW-MATRICULAS.
       01 REG-DW-MATRICULAS        PIC X(100).

       FD F-DW-DECISIONES
           RECORDING MODE IS F
           DATA RECORD REG-DW-DECISIONES.
       01 REG-DW-DECISIONES        PIC X(100).

       FD F-DW-MEDIAS
           RECORDING MODE IS F
           DATA RECORD REG-DW-MEDIAS.
       01 REG-DW-MEDIAS            PIC X(100).

       SD F-SORT
           DATA RECORD REG-IMAGEN-SORT.
       01 REG-IMAGEN-SORT.
           05 IS-CLAVE-COMPLETA    PIC X(33).
           05 IS-DATOS             PIC X(97).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS.
           05 FS-COLEGIOS PIC XX.
               88 FS-COLEGIOS-OK    VALUE '00'.
           05 FS-MAPA PIC XX.
               88 FS-MAPA-OK        VALUE '00'.
           05 FS-MAESTRO PIC XX.
               88 FS-MAESTRO-OK     VALUE '00'.
           05 FS-GRUPOS PIC XX.
               88 FS-GRUPOS-OK      VALUE '00'.
           05 FS-CALENDARIO PIC XX.
               88 FS-CALENDARIO-OK  VALUE '00'.
           05 FS-HISTDEC PIC XX.
               88 FS-HISTDEC-OK     VALUE '00'.
           05 FS-RECUENTO PIC XX.
               88 FS-RECUENTO-OK    VALUE '00'.
           05 FS-CLAVE PIC XX.
               88 FS-CLAVE-OK       VALUE '00'.
           05 FS-FOTO-ANT PIC XX.
               88 FS-FOTO-ANT-OK    VALUE '00'.
           05 FS-FOTO-NUEVA PIC XX.
               88 FS-FOTO-NUEVA-OK  VALUE '00'.
           05 FS-GENERACION PIC XX.
               88 FS-GENERACION-OK  VALUE '00'.
               88 FS-GENERACION-NO-EXISTE VALUE '35'.
           05 FS-DW-COLEGIOS PIC XX.
           05 FS-DW-ASIGNATURAS PIC XX.
           05 FS-DW-ALUMNOS PIC XX.
           05 FS-DW-GRUPOS PIC XX.
           05 FS-DW-CALENDARIO PIC XX.
           05 FS-DW-NOTAS PIC XX.
           05 FS-DW-FALTAS PIC XX.
           05 FS-DW-MATRICULAS PIC XX.
           05 FS-DW-DECISIONES PIC XX.
           05 FS-DW-MEDIAS PIC XX.

           COPY WSQLCOD.

       01 LINEA-SYSIN.
           05 WS-MODO-SYSIN        PIC X.
               88 SYSIN-CARGA-COMPLETA  VALUE 'C'.
           05 FILLER               PIC X(79).

       01 WS-MODO-EXPORTACION     PIC X.
           88 MODO-COMPLETO            VALUE 'C'.
           88 MODO-DELTAS              VALUE 'D'.

       01 WS-REG-GENERACION.
           05 WS-GEN-NUMERO        PIC 9(6).
           05 FILLER               PIC X(74).

      *    UNA ENTRADA POR FICHERO EXPORTADO; LOS NOMBRES DE LOS HECHOS
      *    SON LOS DE LAS TABLAS EN EL RECUENTO DE CCPRAC23
       01 T-NOMBRES-ENTIDAD-LIT.
           05 FILLER               PIC X(12) VALUE 'COLEGIOS'.
           05 FILLER               PIC X(12) VALUE 'ASIGNATURAS'.
           05 FILLER               PIC X(12) VALUE 'ALUMNOS'.
           05 FILLER               PIC X(12) VALUE 'GRUPOS'.
           05 FILLER               PIC X(12) VALUE 'CALENDARIO'.
           05 FILLER               PIC X(12) VALUE 'NOTAS'.
           05 FILLER               PIC X(12) VALUE 'FALTAS'.
           05 FILLER               PIC X(12) VALUE 'MATRICULAS'.
           05 FILLER               PIC X(12) VALUE 'DECISIONES'.
           05 FILLER               PIC X(12) VALUE 'MEDIAS_HIST'.
       01 T-NOMBRES-ENTIDAD REDEFINES T-NOMBRES-ENTIDAD-LIT.
           05 T-NOMBRE-ENTIDAD     PIC X(12) OCCURS 10.

       01 T-ENTIDADES.
           05 T-ENT OCCURS 10.
               10 C-ENT-LEIDOS      PIC 9(9).
               10 C-ENT-REGISTROS   PIC 9(9).
               10 C-ENT-ALTAS       PIC 9(9).
               10 C-ENT-MODIF       PIC 9(9).
               10 C-ENT-BAJAS       PIC 9(9).
               10 AC-ENT-CONTROL    PIC 9(15).
               10 T-ENT-RECUENTO    PIC 9(9).
               10 T-ENT-REC-FECHA   PIC X(8).
               10 T-ENT-REC-FLAG    PIC X.
                   88 T-ENT-CON-RECUENTO  VALUE 'S'.

      *    PRIMERA ENTIDAD DE HECHOS (LAS ANTERIORES SON DIMENSIONES)
       01 WS-PRIMER-HECHO         PIC 99 VALUE 6.
       01 WS-IDX-ENTIDAD          PIC 99.

       01 C-CONTADORES.
           05 C-IMAGENES          PIC 9(9) VALUE 0.
           05 C-DUPLICADOS        PIC 9(9) VALUE 0.
           05 C-FOTO-ANT          PIC 9(9) VALUE 0.
           05 C-DESCUADRES        PIC 99   VALUE 0.
           05 C-TRIM              PIC 9.

       01 WS-IMG-ACTUAL.
           05 WS-ACT-CLAVE         PIC X(33).
           05 WS-ACT-DATOS         PIC X(97).
       01 WS-IMG-SIGUIENTE.
           05 WS-SIG-CLAVE         PIC X(33).
           05 WS-SIG-DATOS         PIC X(97).
       01 WS-IMG-ANTERIOR.
           05 WS-ANT-CLAVE         PIC X(33).
           05 WS-ANT-DATOS         PIC X(97).
       01 WS-IMG-EMITIR.
           05 WS-EMI-ENTIDAD       PIC 99.
           05 FILLER               PIC X(31).
           05 WS-EMI-DATOS         PIC X(97).
       01 WS-MARCA-EMITIR         PIC X(3).

       01 WS-LINEA-SALIDA         PIC X(100).
       01 WS-MEDIDA               PIC 9(9).

       01 W-MASCARA.
           05 W-MSK-NIF         PIC X(9).
           05 W-MSK-NOMBRE      PIC X(15).
           05 W-MSK-APELLIDOS   PIC X(30).
           05 W-MSK-NIF-MASCARA PIC X(9).
           05 W-MSK-INICIALES   PIC X(12).
           05 W-MSK-CLAVE-SEUD  PIC X(16).
           05 W-MSK-SEUDONIMO   PIC X(12).

       01 WS-FALTA-HORAS          PIC S9(9) USAGE COMP.
       01 WS-FALTA-FILAS          PIC S9(9) USAGE COMP.

       01 WS-FECHA-ACTUAL.
           05 WS-FA-AAAA          PIC X(4).
           05 WS-FA-MM            PIC XX.
           05 WS-FA-DD            PIC XX.
           05 FILLER              PIC X(13).

           COPY RDWEXPOR.

       01 WS-TIMESTAMP-INICIO     PIC X(21).
       01 WS-METRI-REGISTROS      PIC 9(9).

           EXEC SQL
             INCLUDE CCNOTAS
           END-EXEC.

           EXEC SQL
             INCLUDE CCFALTA
           END-EXEC.

           EXEC SQL
             INCLUDE CCMATRI
           END-EXEC.

           EXEC SQL
             INCLUDE CCMEDHIS
           END-EXEC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *****  CURSORES  ******
           EXEC SQL
             DECLARE C-NOTAS CURSOR FOR
               SELECT NIF, ASIGNATURA, NOTA, ANO_ACADEMICO, TRIMESTRE,
                      CONVOCATORIA, COD_COLEGIO
                 FROM NOTAS
           END-EXEC.

      *    VARIAS FILAS DE LA MISMA CLAVE SE SUMAN; LO LEIDO PARA
      *    CUADRAR CON CCPRAC23 SON LAS FILAS, NO LOS GRUPOS
           EXEC SQL
             DECLARE C-FALTAS CURSOR FOR
               SELECT NIF, ASIGNATURA, ANO_ACADEMICO, TRIMESTRE,
                      JUSTIFICADA, SUM(HORAS_FALTA), COUNT(*)
                 FROM FALTAS
                GROUP BY NIF, ASIGNATURA, ANO_ACADEMICO, TRIMESTRE,
                      JUSTIFICADA
           END-EXEC.

           EXEC SQL
             DECLARE C-MATRICULAS CURSOR FOR
               SELECT NIF, ASIGNATURA, ANO_ACADEMICO
                 FROM MATRICULAS
           END-EXEC.

           EXEC SQL
             DECLARE C-MEDIAS CURSOR FOR
               SELECT ANO_ACADEMICO, COD_COLEGIO, ASIGNATURA,
                      CT_ALUMNOS, SUMA_NOTAS, CT_NO_COMPUT,
                      SUMA_NO_COMPUT
                 FROM MEDIAS_HIST
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT F-SORT
               ON ASCENDING KEY IS-CLAVE-COMPLETA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2000-RECOGER-IMAGENES
               OUTPUT PROCEDURE 3000-EMITIR-FICHEROS
           PERFORM 4000-FIN
           .
      ******************************************************************
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           ACCEPT LINEA-SYSIN
           INITIALIZE T-ENTIDADES
           PERFORM 1100-LEER-CLAVE
           PERFORM 1200-LEER-GENERACION
           PERFORM 1300-CARGAR-RECUENTOS
           PERFORM 1400-ABRIR-FICHEROS
           PERFORM 1500-ESCRIBIR-CABECERAS
           .
      ******************************************************************
       1100-LEER-CLAVE.
      *    SIN CLAVE NO HAY SEUDONIMO: ANTES NO EXPORTAR QUE MANDAR
      *    ALUMNOS SIN IDENTIFICADOR
           OPEN INPUT F-CLAVE
           IF NOT FS-CLAVE-OK THEN
               DISPLAY '*CCPRACAX*SIN*CLAVE*DE*SEUDONIMO* ' FS-CLAVE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           READ F-CLAVE
           IF NOT FS-CLAVE-OK OR CL-CLAVE-SEUD = SPACES THEN
               DISPLAY '*CCPRACAX*CLAVE*DE*SEUDONIMO*VACIA*'
               CLOSE F-CLAVE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE CL-CLAVE-SEUD TO W-MSK-CLAVE-SEUD
           CLOSE F-CLAVE
           .
      ******************************************************************
       1200-LEER-GENERACION.
           OPEN INPUT F-GENERACION
           IF FS-GENERACION-NO-EXISTE THEN
               MOVE 0 TO WS-GEN-NUMERO
           ELSE
             IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR LEER FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
             END-IF
             READ F-GENERACION INTO WS-REG-GENERACION
             IF NOT FS-GENERACION-OK THEN
               MOVE 0 TO WS-GEN-NUMERO
             END-IF
             CLOSE F-GENERACION
           END-IF
           ADD 1 TO WS-GEN-NUMERO
           .
      ******************************************************************
       1300-CARGAR-RECUENTOS.
           OPEN INPUT F-RECUENTO
           IF NOT FS-RECUENTO-OK THEN
             DISPLAY 'SIN RECUENTO DE CCPRAC23 - LOS HECHOS SALEN SIN '
                 'CUADRAR'
           ELSE
             READ F-RECUENTO
             PERFORM UNTIL NOT FS-RECUENTO-OK
               PERFORM VARYING WS-IDX-ENTIDAD FROM WS-PRIMER-HECHO BY 1
                       UNTIL WS-IDX-ENTIDAD > 10
                 IF RC-TABLA = T-NOMBRE-ENTIDAD (WS-IDX-ENTIDAD)
                     AND RC-CONTADO THEN
                   MOVE RC-REGISTROS
                     TO T-ENT-RECUENTO (WS-IDX-ENTIDAD)
                   MOVE RC-FECHA TO T-ENT-REC-FECHA (WS-IDX-ENTIDAD)
                   SET T-ENT-CON-RECUENTO (WS-IDX-ENTIDAD) TO TRUE
                 END-IF
               END-PERFORM
               READ F-RECUENTO
             END-PERFORM
             CLOSE F-RECUENTO
           END-IF
           .
      ******************************************************************
       1400-ABRIR-FICHEROS.
      *    TODAS LAS FUENTES SON OBLIGATORIAS: UNA QUE FALTARA SALDRIA
      *    EN EL DELTA COMO BAJA DE TODAS SUS FILAS
           OPEN INPUT F-COLEGIOS
           IF NOT FS-COLEGIOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO COLEGIOS'
               DISPLAY FS-COLEGIOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-MAPA
           IF NOT FS-MAPA-OK THEN
               DISPLAY 'ERROR LEER FICHERO MAPASIG'
               DISPLAY FS-MAPA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-MAESTRO
           IF NOT FS-MAESTRO-OK THEN
               DISPLAY 'ERROR LEER FICHERO ALUMNOS'
               DISPLAY FS-MAESTRO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-GRUPOS
           IF NOT FS-GRUPOS-OK THEN
               DISPLAY 'ERROR LEER FICHERO GRUPOS'
               DISPLAY FS-GRUPOS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-CALENDARIO
           IF NOT FS-CALENDARIO-OK THEN
               DISPLAY 'ERROR LEER FICHERO CALENDARIO'
               DISPLAY FS-CALENDARIO
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           OPEN INPUT F-HISTDEC
           IF NOT FS-HISTDEC-OK THEN
               DISPLAY 'ERROR LEER FICHERO HISTDEC'
               DISPLAY FS-HISTDEC
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           PERFORM 1410-DECIDIR-MODO

           OPEN OUTPUT F-FOTO-NUEVA
           IF NOT FS-FOTO-NUEVA-OK THEN
               DISPLAY 'ERROR ABRIR FICHERO FOTO NUEVA'
               DISPLAY FS-FOTO-NUEVA
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF

           OPEN OUTPUT F-DW-COLEGIOS F-DW-ASIGNATURAS F-DW-ALUMNOS
                       F-DW-GRUPOS F-DW-CALENDARIO F-DW-NOTAS
                       F-DW-FALTAS F-DW-MATRICULAS F-DW-DECISIONES
                       F-DW-MEDIAS
           IF FS-DW-COLEGIOS NOT = '00' OR FS-DW-ASIGNATURAS NOT = '00'
               OR FS-DW-ALUMNOS NOT = '00' OR FS-DW-GRUPOS NOT = '00'
               OR FS-DW-CALENDARIO NOT = '00'
               OR FS-DW-NOTAS NOT = '00' OR FS-DW-FALTAS NOT = '00'
               OR FS-DW-MATRICULAS NOT = '00'
               OR FS-DW-DECISIONES NOT = '00'
               OR FS-DW-MEDIAS NOT = '00' THEN
               DISPLAY 'ERROR ABRIR FICHEROS DE EXPORTACION'
               DISPLAY FS-DW-COLEGIOS ' ' FS-DW-ASIGNATURAS ' '
                   FS-DW-ALUMNOS ' ' FS-DW-GRUPOS ' '
                   FS-DW-CALENDARIO ' ' FS-DW-NOTAS ' '
                   FS-DW-FALTAS ' ' FS-DW-MATRICULAS ' '
                   FS-DW-DECISIONES ' ' FS-DW-MEDIAS
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       1410-DECIDIR-MODO.
      *    SIN FOTO ANTERIOR (O VACIA) SOLO CABE LA CARGA COMPLETA
           IF SYSIN-CARGA-COMPLETA THEN
             SET MODO-COMPLETO TO TRUE
             DISPLAY 'CARGA COMPLETA PEDIDA EN SYSIN'
           ELSE
             OPEN INPUT F-FOTO-ANT
             IF NOT FS-FOTO-ANT-OK THEN
               SET MODO-COMPLETO TO TRUE
               DISPLAY 'SIN FOTO ANTERIOR - CARGA COMPLETA'
             ELSE
               READ F-FOTO-ANT INTO WS-IMG-ANTERIOR
               IF FS-FOTO-ANT-OK THEN
                 SET MODO-DELTAS TO TRUE
                 ADD 1 TO C-FOTO-ANT
               ELSE
                 SET MODO-COMPLETO TO TRUE
                 DISPLAY 'FOTO ANTERIOR VACIA - CARGA COMPLETA'
                 CLOSE F-FOTO-ANT
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
       1500-ESCRIBIR-CABECERAS.
           PERFORM VARYING WS-IDX-ENTIDAD FROM 1 BY 1
                   UNTIL WS-IDX-ENTIDAD > 10
             MOVE SPACES TO DW-CABECERA
             MOVE 'CAB'      TO DWCAB-MARCA
             MOVE 'CCNOTAS ' TO DWCAB-REMITENTE
             MOVE 'ALMACEN ' TO DWCAB-DESTINO
             MOVE T-NOMBRE-ENTIDAD (WS-IDX-ENTIDAD) TO DWCAB-ENTIDAD
             STRING WS-FA-AAAA WS-FA-MM WS-FA-DD
                 DELIMITED BY SIZE INTO DWCAB-FECHA
             MOVE WS-GEN-NUMERO TO DWCAB-GENERACION
             MOVE WS-MODO-EXPORTACION TO DWCAB-MODO
             MOVE DW-CABECERA TO WS-LINEA-SALIDA
             PERFORM 3700-ESCRIBIR-SALIDA
           END-PERFORM
           .
      ******************************************************************
       2000-RECOGER-IMAGENES.
           PERFORM 2100-RECOGER-COLEGIOS
           PERFORM 2200-RECOGER-ASIGNATURAS
           PERFORM 2300-RECOGER-ALUMNOS
           PERFORM 2400-RECOGER-GRUPOS
           PERFORM 2500-RECOGER-CALENDARIO
           PERFORM 2600-RECOGER-NOTAS
           PERFORM 2650-RECOGER-FALTAS
           PERFORM 2700-RECOGER-MATRICULAS
           PERFORM 2750-RECOGER-DECISIONES
           PERFORM 2800-RECOGER-MEDIAS
           .
      ******************************************************************
       2100-RECOGER-COLEGIOS.
           READ F-COLEGIOS
           PERFORM UNTIL NOT FS-COLEGIOS-OK
             ADD 1 TO C-ENT-LEIDOS (1)
             MOVE SPACES TO DW-COLEGIO
             MOVE COD-COLEGIO OF REG-FCOLEGIO TO DWC-COLEGIO
             MOVE NOMB-COLEGIO      TO DWC-NOMBRE
             MOVE DIRECCION-COLEGIO TO DWC-DIRECCION
             MOVE CP-COLEGIO        TO DWC-CP
             MOVE TELEFONO-COLEGIO  TO DWC-TELEFONO
             MOVE TITULARIDAD       TO DWC-TITULARIDAD
             MOVE IDIOMA-COLEGIO    TO DWC-IDIOMA
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 1 TO DWI-ENTIDAD
             MOVE DW-COLEGIO (1:2) TO DWI-CLAVE
             MOVE DW-COLEGIO TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             READ F-COLEGIOS
           END-PERFORM
           CLOSE F-COLEGIOS
           .
      ******************************************************************
       2200-RECOGER-ASIGNATURAS.
           READ F-MAPA
           PERFORM UNTIL NOT FS-MAPA-OK
             ADD 1 TO C-ENT-LEIDOS (2)
             MOVE SPACES TO DW-ASIGNATURA
             MOVE ASIG-DIGITO  TO DWA-DIGITO
             MOVE COD-ASIG     TO DWA-CODIGO
             MOVE NOMBRE-ASIG  TO DWA-NOMBRE
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 2 TO DWI-ENTIDAD
             MOVE DW-ASIGNATURA (1:1) TO DWI-CLAVE
             MOVE DW-ASIGNATURA TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             READ F-MAPA
           END-PERFORM
           CLOSE F-MAPA
           .
      ******************************************************************
       2300-RECOGER-ALUMNOS.
      *    LOS REGISTROS DE CONTROL *CAB/*FIN DEL MAESTRO NO SON
      *    ALUMNOS (COMO EN CCPRAC23). DE LA FECHA DE NACIMIENTO SOLO
      *    VIAJA EL ANO
           READ F-MAESTRO
           PERFORM UNTIL NOT FS-MAESTRO-OK
             IF NIF OF REG-ALUMNOS-GRAL (1:1) NOT = '*' THEN
               ADD 1 TO C-ENT-LEIDOS (3)
               MOVE NIF OF REG-ALUMNOS-GRAL       TO W-MSK-NIF
               MOVE NOMBRE OF REG-ALUMNOS-GRAL    TO W-MSK-NOMBRE
               MOVE APELLIDOS OF REG-ALUMNOS-GRAL TO W-MSK-APELLIDOS
               PERFORM 2950-SEUDONIMIZAR
               MOVE SPACES TO DW-ALUMNO
               MOVE W-MSK-SEUDONIMO TO DWL-SEUDONIMO
               MOVE COLEGIO OF REG-ALUMNOS-GRAL TO DWL-COLEGIO
               MOVE GRUPO OF REG-ALUMNOS-GRAL   TO DWL-GRUPO
               MOVE CURSO OF REG-ALUMNOS-GRAL   TO DWL-CURSO
               MOVE FECHA-NAC OF REG-ALUMNOS-GRAL (1:4)
                 TO DWL-ANO-NAC
               MOVE SEXO OF REG-ALUMNOS-GRAL    TO DWL-SEXO
               MOVE SPACES TO REG-DW-IMAGEN
               MOVE 3 TO DWI-ENTIDAD
               MOVE DW-ALUMNO (1:12) TO DWI-CLAVE
               MOVE DW-ALUMNO TO DWI-DATOS
               PERFORM 2900-SOLTAR-IMAGEN
             END-IF
             READ F-MAESTRO
           END-PERFORM
           CLOSE F-MAESTRO
           .
      ******************************************************************
       2400-RECOGER-GRUPOS.
           READ F-GRUPOS
           PERFORM UNTIL NOT FS-GRUPOS-OK
             ADD 1 TO C-ENT-LEIDOS (4)
             MOVE SPACES TO DW-GRUPO
             MOVE COD-COLEGIO OF REG-GRUPO TO DWG-COLEGIO
             MOVE COD-GRUPO      TO DWG-GRUPO
             MOVE DESCRIPCION    TO DWG-DESCRIPCION
             MOVE TUTOR-PROFESOR TO DWG-TUTOR
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 4 TO DWI-ENTIDAD
             MOVE DW-GRUPO (1:4) TO DWI-CLAVE
             MOVE DW-GRUPO TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             READ F-GRUPOS
           END-PERFORM
           CLOSE F-GRUPOS
           .
      ******************************************************************
       2500-RECOGER-CALENDARIO.
      *    UN REGISTRO POR ANO CON SUS TRES TRIMESTRES: UNA FILA DEL
      *    ALMACEN POR TRIMESTRE
           READ F-CALENDARIO
           PERFORM UNTIL NOT FS-CALENDARIO-OK
             ADD 1 TO C-ENT-LEIDOS (5)
             PERFORM VARYING C-TRIM FROM 1 BY 1 UNTIL C-TRIM > 3
               MOVE SPACES TO DW-CALENDARIO
               MOVE CAL-ANO TO DWK-ANO
               MOVE C-TRIM  TO DWK-TRIMESTRE
               MOVE CAL-TRIM-INICIO (C-TRIM) TO DWK-INICIO
               MOVE CAL-TRIM-FIN (C-TRIM)    TO DWK-FIN
               MOVE CAL-TRIM-ESTADO (C-TRIM) TO DWK-ESTADO
               MOVE SPACES TO REG-DW-IMAGEN
               MOVE 5 TO DWI-ENTIDAD
               MOVE DW-CALENDARIO (1:5) TO DWI-CLAVE
               MOVE DW-CALENDARIO TO DWI-DATOS
               PERFORM 2900-SOLTAR-IMAGEN
             END-PERFORM
             READ F-CALENDARIO
           END-PERFORM
           CLOSE F-CALENDARIO
           .
      ******************************************************************
       2600-RECOGER-NOTAS.
           EXEC SQL
             OPEN C-NOTAS
           END-EXEC
           PERFORM 2990-COMPROBAR-APERTURA
           PERFORM 2610-FETCH-NOTA
           PERFORM UNTIL NOT SQL-OK
             ADD 1 TO C-ENT-LEIDOS (6)
             MOVE NIF OF DCLNOTAS TO W-MSK-NIF
             MOVE SPACES TO W-MSK-NOMBRE W-MSK-APELLIDOS
             PERFORM 2950-SEUDONIMIZAR
             MOVE SPACES TO DW-NOTA
             MOVE W-MSK-SEUDONIMO TO DWN-SEUDONIMO
             MOVE ASIGNATURA OF DCLNOTAS    TO DWN-ASIGNATURA
             MOVE ANO-ACADEMICO OF DCLNOTAS TO DWN-ANO
             MOVE TRIMESTRE OF DCLNOTAS     TO DWN-TRIMESTRE
             MOVE CONVOCATORIA OF DCLNOTAS  TO DWN-CONVOCATORIA
             MOVE COD-COLEGIO OF DCLNOTAS   TO DWN-COLEGIO
             MOVE NOTA OF DCLNOTAS          TO DWN-NOTA
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 6 TO DWI-ENTIDAD
             MOVE DW-NOTA (1:19) TO DWI-CLAVE
             MOVE DW-NOTA TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             PERFORM 2610-FETCH-NOTA
           END-PERFORM
           PERFORM 2995-COMPROBAR-FIN-CURSOR
           EXEC SQL
             CLOSE C-NOTAS
           END-EXEC
           .
      ******************************************************************
       2610-FETCH-NOTA.
           EXEC SQL
             FETCH C-NOTAS
               INTO :DCLNOTAS.NIF, :DCLNOTAS.ASIGNATURA,
                    :DCLNOTAS.NOTA, :DCLNOTAS.ANO-ACADEMICO,
                    :DCLNOTAS.TRIMESTRE, :DCLNOTAS.CONVOCATORIA,
                    :DCLNOTAS.COD-COLEGIO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2650-RECOGER-FALTAS.
           EXEC SQL
             OPEN C-FALTAS
           END-EXEC
           PERFORM 2990-COMPROBAR-APERTURA
           PERFORM 2660-FETCH-FALTA
           PERFORM UNTIL NOT SQL-OK
             ADD WS-FALTA-FILAS TO C-ENT-LEIDOS (7)
             MOVE NIF OF DCLFALTAS TO W-MSK-NIF
             MOVE SPACES TO W-MSK-NOMBRE W-MSK-APELLIDOS
             PERFORM 2950-SEUDONIMIZAR
             MOVE SPACES TO DW-FALTA
             MOVE W-MSK-SEUDONIMO TO DWF-SEUDONIMO
             MOVE ASIGNATURA OF DCLFALTAS    TO DWF-ASIGNATURA
             MOVE ANO-ACADEMICO OF DCLFALTAS TO DWF-ANO
             MOVE TRIMESTRE OF DCLFALTAS     TO DWF-TRIMESTRE
             MOVE JUSTIFICADA OF DCLFALTAS   TO DWF-JUSTIFICADA
             MOVE WS-FALTA-HORAS             TO DWF-HORAS
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 7 TO DWI-ENTIDAD
             MOVE DW-FALTA (1:19) TO DWI-CLAVE
             MOVE DW-FALTA TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             PERFORM 2660-FETCH-FALTA
           END-PERFORM
           PERFORM 2995-COMPROBAR-FIN-CURSOR
           EXEC SQL
             CLOSE C-FALTAS
           END-EXEC
           .
      ******************************************************************
       2660-FETCH-FALTA.
           EXEC SQL
             FETCH C-FALTAS
               INTO :DCLFALTAS.NIF, :DCLFALTAS.ASIGNATURA,
                    :DCLFALTAS.ANO-ACADEMICO, :DCLFALTAS.TRIMESTRE,
                    :DCLFALTAS.JUSTIFICADA, :WS-FALTA-HORAS,
                    :WS-FALTA-FILAS
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2700-RECOGER-MATRICULAS.
           EXEC SQL
             OPEN C-MATRICULAS
           END-EXEC
           PERFORM 2990-COMPROBAR-APERTURA
           PERFORM 2710-FETCH-MATRICULA
           PERFORM UNTIL NOT SQL-OK
             ADD 1 TO C-ENT-LEIDOS (8)
             MOVE NIF OF DCLMATRICULAS TO W-MSK-NIF
             MOVE SPACES TO W-MSK-NOMBRE W-MSK-APELLIDOS
             PERFORM 2950-SEUDONIMIZAR
             MOVE SPACES TO DW-MATRICULA
             MOVE W-MSK-SEUDONIMO TO DWM-SEUDONIMO
             MOVE ASIGNATURA OF DCLMATRICULAS    TO DWM-ASIGNATURA
             MOVE ANO-ACADEMICO OF DCLMATRICULAS TO DWM-ANO
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 8 TO DWI-ENTIDAD
             MOVE DW-MATRICULA (1:17) TO DWI-CLAVE
             MOVE DW-MATRICULA TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             PERFORM 2710-FETCH-MATRICULA
           END-PERFORM
           PERFORM 2995-COMPROBAR-FIN-CURSOR
           EXEC SQL
             CLOSE C-MATRICULAS
           END-EXEC
           .
      ******************************************************************
       2710-FETCH-MATRICULA.
           EXEC SQL
             FETCH C-MATRICULAS
               INTO :DCLMATRICULAS.NIF, :DCLMATRICULAS.ASIGNATURA,
                    :DCLMATRICULAS.ANO-ACADEMICO
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2750-RECOGER-DECISIONES.
           READ F-HISTDEC
           PERFORM UNTIL NOT FS-HISTDEC-OK
             ADD 1 TO C-ENT-LEIDOS (9)
             MOVE HD-NIF TO W-MSK-NIF
             MOVE SPACES TO W-MSK-NOMBRE W-MSK-APELLIDOS
             PERFORM 2950-SEUDONIMIZAR
             MOVE SPACES TO DW-DECISION
             MOVE W-MSK-SEUDONIMO TO DWD-SEUDONIMO
             MOVE HD-ANO      TO DWD-ANO
             MOVE HD-COLEGIO  TO DWD-COLEGIO
             MOVE HD-CURSO    TO DWD-CURSO
             MOVE HD-DECISION TO DWD-DECISION
             MOVE HD-ORIGEN   TO DWD-ORIGEN
             MOVE HD-MOTIVO   TO DWD-MOTIVO
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 9 TO DWI-ENTIDAD
             MOVE DW-DECISION (1:16) TO DWI-CLAVE
             MOVE DW-DECISION TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             READ F-HISTDEC
           END-PERFORM
           CLOSE F-HISTDEC
           .
      ******************************************************************
       2800-RECOGER-MEDIAS.
           EXEC SQL
             OPEN C-MEDIAS
           END-EXEC
           PERFORM 2990-COMPROBAR-APERTURA
           PERFORM 2810-FETCH-MEDIA
           PERFORM UNTIL NOT SQL-OK
             ADD 1 TO C-ENT-LEIDOS (10)
             MOVE SPACES TO DW-MEDIA
             MOVE ANO-ACADEMICO OF DCLMEDIAS-HIST  TO DWH-ANO
             MOVE COD-COLEGIO OF DCLMEDIAS-HIST    TO DWH-COLEGIO
             MOVE ASIGNATURA OF DCLMEDIAS-HIST     TO DWH-ASIGNATURA
             MOVE CT-ALUMNOS OF DCLMEDIAS-HIST     TO DWH-CT-ALUMNOS
             MOVE SUMA-NOTAS OF DCLMEDIAS-HIST     TO DWH-SUMA-NOTAS
             MOVE CT-NO-COMPUT OF DCLMEDIAS-HIST   TO DWH-CT-NO-COMPUT
             MOVE SUMA-NO-COMPUT OF DCLMEDIAS-HIST
               TO DWH-SUMA-NO-COMPUT
             MOVE SPACES TO REG-DW-IMAGEN
             MOVE 10 TO DWI-ENTIDAD
             MOVE DW-MEDIA (1:7) TO DWI-CLAVE
             MOVE DW-MEDIA TO DWI-DATOS
             PERFORM 2900-SOLTAR-IMAGEN
             PERFORM 2810-FETCH-MEDIA
           END-PERFORM
           PERFORM 2995-COMPROBAR-FIN-CURSOR
           EXEC SQL
             CLOSE C-MEDIAS
           END-EXEC
           .
      ******************************************************************
       2810-FETCH-MEDIA.
           EXEC SQL
             FETCH C-MEDIAS
               INTO :DCLMEDIAS-HIST.ANO-ACADEMICO,
                    :DCLMEDIAS-HIST.COD-COLEGIO,
                    :DCLMEDIAS-HIST.ASIGNATURA,
                    :DCLMEDIAS-HIST.CT-ALUMNOS,
                    :DCLMEDIAS-HIST.SUMA-NOTAS,
                    :DCLMEDIAS-HIST.CT-NO-COMPUT,
                    :DCLMEDIAS-HIST.SUMA-NO-COMPUT
           END-EXEC
           MOVE SQLCODE TO SQL-ERROR
           .
      ******************************************************************
       2900-SOLTAR-IMAGEN.
           ADD 1 TO C-IMAGENES
           RELEASE REG-IMAGEN-SORT FROM REG-DW-IMAGEN
           .
      ******************************************************************
       2950-SEUDONIMIZAR.
           CALL "MODMASK" USING W-MSK-NIF W-MSK-NOMBRE
                                W-MSK-APELLIDOS W-MSK-NIF-MASCARA
                                W-MSK-INICIALES
                                W-MSK-CLAVE-SEUD W-MSK-SEUDONIMO
           END-CALL
           .
      ******************************************************************
       2990-COMPROBAR-APERTURA.
           MOVE SQLCODE TO SQL-ERROR
           CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
           END-CALL
           IF NOT SQL-OK THEN
               DISPLAY '*CCPRACAX*ERROR*OPEN*CURSOR* '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       2995-COMPROBAR-FIN-CURSOR.
      *    UN CURSOR QUE SE CORTA A MEDIAS DEJARIA EN EL DELTA COMO
      *    BAJAS TODAS LAS FILAS NO LEIDAS
           IF NOT SQL-NOT-FOUND THEN
               CALL "MODSQLER" USING SQL-ERROR WS-SQL-MENSAJE
               END-CALL
               DISPLAY '*CCPRACAX*ERROR*FETCH* ' SQL-ERROR ' '
                   WS-SQL-MENSAJE
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           .
      ******************************************************************
       3000-EMITIR-FICHEROS.
      *    CASE DE LAS IMAGENES DE HOY (ORDENADAS) CON LA FOTO DE LA
      *    NOCHE ANTERIOR, QUE SALIO EN EL MISMO ORDEN
           PERFORM 3010-RETURN-IMAGEN
           PERFORM 3020-SIGUIENTE-ACTUAL
           IF MODO-COMPLETO THEN
             MOVE HIGH-VALUES TO WS-IMG-ANTERIOR
           END-IF
           PERFORM 3100-CASAR-IMAGEN
               UNTIL WS-ACT-CLAVE = HIGH-VALUES
                 AND WS-ANT-CLAVE = HIGH-VALUES
           .
      ******************************************************************
       3010-RETURN-IMAGEN.
           RETURN F-SORT INTO WS-IMG-SIGUIENTE
               AT END MOVE HIGH-VALUES TO WS-IMG-SIGUIENTE
           END-RETURN
           .
      ******************************************************************
       3020-SIGUIENTE-ACTUAL.
      *    DOS IMAGENES CON LA MISMA CLAVE (UNA DECISION REPETIDA EN EL
      *    HISTORICO): VALE LA ULTIMA
           MOVE WS-IMG-SIGUIENTE TO WS-IMG-ACTUAL
           IF WS-ACT-CLAVE NOT = HIGH-VALUES THEN
             PERFORM 3010-RETURN-IMAGEN
             PERFORM UNTIL WS-SIG-CLAVE NOT = WS-ACT-CLAVE
               ADD 1 TO C-DUPLICADOS
               MOVE WS-IMG-SIGUIENTE TO WS-IMG-ACTUAL
               PERFORM 3010-RETURN-IMAGEN
             END-PERFORM
           END-IF
           .
      ******************************************************************
       3030-LEER-ANTERIOR.
           READ F-FOTO-ANT INTO WS-IMG-ANTERIOR
           IF FS-FOTO-ANT-OK THEN
             ADD 1 TO C-FOTO-ANT
           ELSE
             MOVE HIGH-VALUES TO WS-IMG-ANTERIOR
           END-IF
           .
      ******************************************************************
       3100-CASAR-IMAGEN.
           EVALUATE TRUE
             WHEN WS-ACT-CLAVE < WS-ANT-CLAVE
               IF MODO-COMPLETO THEN
                 MOVE 'DET' TO WS-MARCA-EMITIR
               ELSE
                 MOVE 'DLA' TO WS-MARCA-EMITIR
               END-IF
               MOVE WS-IMG-ACTUAL TO WS-IMG-EMITIR
               PERFORM 3200-EMITIR-DETALLE
               WRITE REG-FOTO-NUEVA FROM WS-IMG-ACTUAL
               PERFORM 3020-SIGUIENTE-ACTUAL
             WHEN WS-ACT-CLAVE = WS-ANT-CLAVE
               IF WS-ACT-DATOS NOT = WS-ANT-DATOS THEN
                 MOVE 'DLM' TO WS-MARCA-EMITIR
                 MOVE WS-IMG-ACTUAL TO WS-IMG-EMITIR
                 PERFORM 3200-EMITIR-DETALLE
               END-IF
               WRITE REG-FOTO-NUEVA FROM WS-IMG-ACTUAL
               PERFORM 3020-SIGUIENTE-ACTUAL
               PERFORM 3030-LEER-ANTERIOR
             WHEN OTHER
               MOVE 'DLB' TO WS-MARCA-EMITIR
               MOVE WS-IMG-ANTERIOR TO WS-IMG-EMITIR
               PERFORM 3200-EMITIR-DETALLE
               PERFORM 3030-LEER-ANTERIOR
           END-EVALUATE
           .
      ******************************************************************
       3200-EMITIR-DETALLE.
           MOVE WS-EMI-ENTIDAD TO WS-IDX-ENTIDAD
           MOVE WS-MARCA-EMITIR TO DWDET-MARCA
           MOVE WS-EMI-DATOS    TO DWDET-DATOS
           MOVE DW-DETALLE TO WS-LINEA-SALIDA
           PERFORM 3700-ESCRIBIR-SALIDA
           ADD 1 TO C-ENT-REGISTROS (WS-IDX-ENTIDAD)
           EVALUATE WS-MARCA-EMITIR
             WHEN 'DLA' ADD 1 TO C-ENT-ALTAS (WS-IDX-ENTIDAD)
             WHEN 'DLM' ADD 1 TO C-ENT-MODIF (WS-IDX-ENTIDAD)
             WHEN 'DLB' ADD 1 TO C-ENT-BAJAS (WS-IDX-ENTIDAD)
           END-EVALUATE
           PERFORM 3300-MEDIDA-CONTROL
           ADD WS-MEDIDA TO AC-ENT-CONTROL (WS-IDX-ENTIDAD)
           .
      ******************************************************************
       3300-MEDIDA-CONTROL.
      *    TOTAL DE CONTROL DE LA COLA: NOTA POR 10 EN NOTAS, HORAS EN
      *    FALTAS, ALUMNOS EN MEDIAS_HIST Y UNO POR DETALLE EN EL RESTO
           MOVE 1 TO WS-MEDIDA
           EVALUATE WS-IDX-ENTIDAD
             WHEN 6
               MOVE WS-EMI-DATOS TO DW-NOTA
               COMPUTE WS-MEDIDA = DWN-NOTA * 10
               END-COMPUTE
             WHEN 7
               MOVE WS-EMI-DATOS TO DW-FALTA
               MOVE DWF-HORAS TO WS-MEDIDA
             WHEN 10
               MOVE WS-EMI-DATOS TO DW-MEDIA
               MOVE DWH-CT-ALUMNOS TO WS-MEDIDA
           END-EVALUATE
           .
      ******************************************************************
       3700-ESCRIBIR-SALIDA.
           EVALUATE WS-IDX-ENTIDAD
             WHEN 1  WRITE REG-DW-COLEGIOS FROM WS-LINEA-SALIDA
             WHEN 2  WRITE REG-DW-ASIGNATURAS FROM WS-LINEA-SALIDA
             WHEN 3  WRITE REG-DW-ALUMNOS FROM WS-LINEA-SALIDA
             WHEN 4  WRITE REG-DW-GRUPOS FROM WS-LINEA-SALIDA
             WHEN 5  WRITE REG-DW-CALENDARIO FROM WS-LINEA-SALIDA
             WHEN 6  WRITE REG-DW-NOTAS FROM WS-LINEA-SALIDA
             WHEN 7  WRITE REG-DW-FALTAS FROM WS-LINEA-SALIDA
             WHEN 8  WRITE REG-DW-MATRICULAS FROM WS-LINEA-SALIDA
             WHEN 9  WRITE REG-DW-DECISIONES FROM WS-LINEA-SALIDA
             WHEN 10 WRITE REG-DW-MEDIAS FROM WS-LINEA-SALIDA
           END-EVALUATE
           .
      ******************************************************************
       4000-FIN.
           PERFORM VARYING WS-IDX-ENTIDAD FROM 1 BY 1
                   UNTIL WS-IDX-ENTIDAD > 10
             IF WS-IDX-ENTIDAD >= WS-PRIMER-HECHO THEN
               PERFORM 4100-ESCRIBIR-RECONCILIACION
             END-IF
             PERFORM 4200-ESCRIBIR-COLA
           END-PERFORM

           CLOSE F-DW-COLEGIOS F-DW-ASIGNATURAS F-DW-ALUMNOS
                 F-DW-GRUPOS F-DW-CALENDARIO F-DW-NOTAS
                 F-DW-FALTAS F-DW-MATRICULAS F-DW-DECISIONES
                 F-DW-MEDIAS
           CLOSE F-FOTO-NUEVA
           IF MODO-DELTAS THEN
             CLOSE F-FOTO-ANT
           END-IF

           PERFORM 4300-GRABAR-GENERACION
           PERFORM 4400-RESUMEN

           MOVE C-IMAGENES TO WS-METRI-REGISTROS
           CALL "MODMETRI" USING 'CCPRACAX' WS-TIMESTAMP-INICIO
               WS-METRI-REGISTROS
           IF C-DESCUADRES > 0 AND RETURN-CODE < 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 5000-END-PROGRAM
           .
      ******************************************************************
       4100-ESCRIBIR-RECONCILIACION.
      *    LO LEIDO DE CADA TABLA CONTRA EL RECUENTO DE CCPRAC23; SI
      *    NO HAY RECUENTO LA LINEA VA IGUAL, MARCADA SIN DATOS
           MOVE SPACES TO DW-RECONCILIACION
           MOVE 'REC' TO DWREC-MARCA
           MOVE T-NOMBRE-ENTIDAD (WS-IDX-ENTIDAD) TO DWREC-TABLA
           MOVE C-ENT-LEIDOS (WS-IDX-ENTIDAD) TO DWREC-LEIDOS
           IF T-ENT-CON-RECUENTO (WS-IDX-ENTIDAD) THEN
             MOVE T-ENT-RECUENTO (WS-IDX-ENTIDAD) TO DWREC-RECUENTO
             COMPUTE DWREC-DIFERENCIA =
                 C-ENT-LEIDOS (WS-IDX-ENTIDAD)
               - T-ENT-RECUENTO (WS-IDX-ENTIDAD)
             END-COMPUTE
             MOVE T-ENT-REC-FECHA (WS-IDX-ENTIDAD)
               TO DWREC-FECHA-RECUENTO
             IF DWREC-DIFERENCIA = 0 THEN
               MOVE 'CUADRA' TO DWREC-ESTADO
             ELSE
               MOVE 'DESCUADRA' TO DWREC-ESTADO
               ADD 1 TO C-DESCUADRES
               DISPLAY '*CCPRACAX*DESCUADRE* ' DWREC-TABLA
                   ' LEIDOS ' DWREC-LEIDOS ' CCPRAC23 ' DWREC-RECUENTO
             END-IF
           ELSE
             MOVE 0 TO DWREC-RECUENTO
             MOVE 0 TO DWREC-DIFERENCIA
             MOVE 'SIN DATOS' TO DWREC-ESTADO
           END-IF
           MOVE DW-RECONCILIACION TO WS-LINEA-SALIDA
           PERFORM 3700-ESCRIBIR-SALIDA
           .
      ******************************************************************
       4200-ESCRIBIR-COLA.
           MOVE SPACES TO DW-COLA
           MOVE 'FIN' TO DWFIN-MARCA
           MOVE C-ENT-REGISTROS (WS-IDX-ENTIDAD) TO DWFIN-REGISTROS
           MOVE AC-ENT-CONTROL (WS-IDX-ENTIDAD)
             TO DWFIN-TOTAL-CONTROL
           MOVE C-ENT-ALTAS (WS-IDX-ENTIDAD) TO DWFIN-ALTAS
           MOVE C-ENT-MODIF (WS-IDX-ENTIDAD) TO DWFIN-MODIFICADOS
           MOVE C-ENT-BAJAS (WS-IDX-ENTIDAD) TO DWFIN-BAJAS
           MOVE DW-COLA TO WS-LINEA-SALIDA
           PERFORM 3700-ESCRIBIR-SALIDA
           .
      ******************************************************************
       4300-GRABAR-GENERACION.
      *    SOLO SE AVANZA LA GENERACION CON TODO EL JUEGO ESCRITO
           OPEN OUTPUT F-GENERACION
           IF NOT FS-GENERACION-OK THEN
               DISPLAY 'ERROR GRABAR FICHERO GENERACION'
               DISPLAY FS-GENERACION
               MOVE 12 TO RETURN-CODE
               PERFORM 5000-END-PROGRAM
           END-IF
           MOVE SPACES TO WS-REG-GENERACION (7:74)
           WRITE REG-GENERACION FROM WS-REG-GENERACION
           CLOSE F-GENERACION
           .
      ******************************************************************
       4400-RESUMEN.
           DISPLAY '******************************************'
           DISPLAY 'RESUMEN CCPRACAX'
           IF MODO-COMPLETO THEN
             DISPLAY 'MODO:               CARGA COMPLETA'
           ELSE
             DISPLAY 'MODO:               DELTAS'
           END-IF
           DISPLAY 'GENERACION EMITIDA: ' WS-GEN-NUMERO
           DISPLAY 'IMAGENES DE HOY:    ' C-IMAGENES
           DISPLAY 'IMAGENES ANTERIORES:' C-FOTO-ANT
           DISPLAY 'CLAVES REPETIDAS:   ' C-DUPLICADOS
           PERFORM VARYING WS-IDX-ENTIDAD FROM 1 BY 1
                   UNTIL WS-IDX-ENTIDAD > 10
             DISPLAY T-NOMBRE-ENTIDAD (WS-IDX-ENTIDAD)
                 ' LEIDOS ' C-ENT-LEIDOS (WS-IDX-ENTIDAD)
                 ' ENVIADOS ' C-ENT-REGISTROS (WS-IDX-ENTIDAD)
           END-PERFORM
           DISPLAY 'DESCUADRES:         ' C-DESCUADRES
           DISPLAY '******************************************'
           .
      ******************************************************************
       5000-END-PROGRAM.
           STOP RUN.
