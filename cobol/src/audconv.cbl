       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AUDITORIA.
       01 REG-AUD-CRUDO        pic X(250).

       FD  ARCHIVO-CONVERTIDOS.
       01 REG-CONVERTIDO       pic X(250).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
