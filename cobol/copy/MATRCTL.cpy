      *Registro de control de la libreria de matrices (MATRCTL), uno
      *por nombre de matriz (no por version), compartido por ex2,
      *MATMNT y MATIMP. Lleva el dueno de la matriz, su acceso y el
      *bloqueo de trabajo: quien la tiene tomada para modificarla y
      *desde cuando, para que dos operadores no guarden encima uno
      *del otro sin enterarse. Una matriz sin registro aqui (las que
      *ya existian en la libreria) se trata como compartida, sin
      *dueno y libre.
       01 REG-MATRIZ-CONTROL.
           05 MCT-nombre           pic X(20).
      *ID del operador dueno (en blanco = sin dueno); el primero que
      *guarda un nombre nuevo queda como su dueno
           05 MCT-dueno            pic X(08).
      *acceso: "P" privada (solo el dueno la carga o la modifica),
      *"C" compartida (cualquiera con autorizacion de matrices) y
      *"L" solo lectura (nadie la modifica hasta cambiar el acceso)
           05 MCT-acceso           pic X(01).
               88 MCT-privada             value "P".
               88 MCT-compartida          value "C".
               88 MCT-solo-lectura        value "L".
      *bloqueo de trabajo: ID del operador que la tiene tomada (en
      *blanco = libre), programa desde el que la tomo y fecha/hora
      *en que la tomo; se libera al guardarla o al cancelar
           05 MCT-bloqueo-id       pic X(08).
               88 MCT-libre               value spaces.
           05 MCT-bloqueo-programa pic X(08).
           05 MCT-bloqueo-fecha    pic 9(08).
           05 MCT-bloqueo-hora     pic 9(08).
