       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FUENTE.
       01 REG-FUENTE           pic X(250).

       FD  ARCHIVO-TRABAJO.
       01 REG-TRABAJO          pic X(250).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
