      *                 ARCHIVO) PARA ANADIR LAS NOTAS DE ANOS YA      *
      *                 PURGADOS, SIN NECESIDAD DE RESTAURAR NADA      *
      *                 CON CCPRAC52.                                  *
      *                 LA ESCALA NO SE FIJA POR ETAPA: EL EXPEDIENTE  *
      *                 RECORRE VARIOS ANOS Y NOTAS NO GUARDA EL CURSO *
      *                 EN QUE SE OBTUVO CADA NOTA, ASI QUE CADA NOTA  *
      *                 SE CALIFICA CON LA ESCALA GENERAL DE SU ANO.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
