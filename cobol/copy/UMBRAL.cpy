      *Renglon de la tabla de umbrales de importes grandes (UMBRALES)
      *con la que EXAM decide que resultados pasan a revision. Es un
      *archivo de tarjetas que mantiene Finanzas, un renglon por
      *codigo de operacion (s, r, m, d) y, si se quiere un umbral
      *distinto para alguien, otro renglon con la misma operacion y
      *el ID del operador; el renglon del operador manda sobre el
      *general. El umbral se compara contra el resultado en valor
      *absoluto; una operacion sin renglon no genera excepciones.
       01 REG-UMBRAL.
           05 UMB-operacion        pic X(01).
           05 UMB-filler-1         pic X(01).
      *ID del operador (en blanco = todos los operadores)
           05 UMB-operador         pic X(08).
           05 UMB-filler-2         pic X(01).
           05 UMB-limite           pic 9(07)V9(2).
