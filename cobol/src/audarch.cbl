       COPY "AUDITREC.cpy".

       FD  ARCHIVO-RETENIDOS.
       01 REG-RETENIDO         pic X(250).

       FD  ARCHIVO-MENSUAL.
       01 REG-MENSUAL          pic X(250).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
