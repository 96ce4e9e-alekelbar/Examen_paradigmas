      *trazado nuevo. Este programa lee el maestro con el trazado
      *anterior, copia cada operador a un archivo de trabajo con los
      *campos nuevos en sus valores iniciales (NIP en blanco, sin
      *bloqueo, cero intentos fallidos, sin marca de supervisor) y
      *reconstruye el maestro con el trazado vigente, al estilo de las
      *conversiones de AUDCONV y RESCONV. Al final se imprimen los
      *conteos de control y su cuadre.
      *Un maestro que ya tenia el NIP pero no la marca de supervisor
      *se convierte con SUPCONV, no con este programa.
      *Los operadores convertidos quedan SIN NIP: la firma de sesion
      *los rechaza hasta que se les asigne uno con la opcion de
      *reasignar NIP de OPERMNT.

       FD  ARCHIVO-TRABAJO.
      *el registro vigente completo, en transito por el trabajo
       01 REG-TRABAJO          pic X(79).

       FD  ARCHIVO-MAESTRO-NUEVO.
      *el registro vigente se arma en el area de WORKING-STORAGE y
      *aqui solo viaja entero; la clave queda en el mismo lugar
       01 REG-OPERADOR-NUEVO.
           05 NVO-id           pic X(08).
           05 NVO-resto        pic X(71).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
                   move spaces to OPE-pin
                   move "N" to OPE-bloqueado
                   move 0 to OPE-intentos-mal
                   move "N" to OPE-aut-supervisor
                   move spaces to REG-TRABAJO
                   move REG-OPERADOR to REG-TRABAJO
                   write REG-TRABAJO
