      *programa de verificacion lo detecte; los registros anteriores
      *a la numeracion quedan con el campo en blanco
           05 AUD-secuencia    pic X(07).
           05 AUD-filler-9     pic X(01) value SPACE.
      *reverso supervisado: un registro con tipo "R" anula el
      *registro cuya secuencia lleva en AUD-secuencia-original (con
      *los mismos operandos, operacion y operador, y el resultado con
      *el signo invertido); lleva quien lo pidio, el supervisor que
      *lo autorizo y el motivo. En un registro normal el tipo y los
      *demas campos del reverso quedan en blanco.
           05 AUD-tipo         pic X(01).
               88 AUD-es-reverso       value "R".
           05 AUD-filler-10    pic X(01) value SPACE.
           05 AUD-secuencia-original pic X(07).
           05 AUD-filler-11    pic X(01) value SPACE.
           05 AUD-solicita     pic X(08).
           05 AUD-filler-12    pic X(01) value SPACE.
           05 AUD-autoriza     pic X(08).
           05 AUD-filler-13    pic X(01) value SPACE.
           05 AUD-motivo-reverso pic X(40).
      *codigo de tasa de la tabla TASAS que la operacion trajo en
      *lugar del segundo operando, y el valor completo de la tasa en
      *vigor que se uso en el calculo (AUD-operando-2 lleva ese valor
      *redondeado a dos decimales). Sin codigo de tasa ambos quedan
      *en blanco, igual que en los registros anteriores a la tabla.
           05 AUD-filler-14    pic X(01) value SPACE.
           05 AUD-codigo-tasa  pic X(08).
           05 AUD-filler-15    pic X(01) value SPACE.
           05 AUD-valor-tasa   pic 9(05)V9(06).
