      *la bitacora se lee cruda y se pasa al trazado compartido en
      *WORKING-STORAGE (mismo patron que AUDCONV y AUDINQ)
       FD  ARCHIVO-AUDITORIA.
       01 REG-AUD-VIVO         pic X(250).

       FD  ARCHIVO-MENSUAL.
       01 REG-AUD-MENSUAL      pic X(250).

       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
