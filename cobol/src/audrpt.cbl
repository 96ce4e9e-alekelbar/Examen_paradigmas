       77 WKS-total-restas     pic 9(07) value 0.
       77 WKS-total-multi      pic 9(07) value 0.
       77 WKS-total-divi       pic 9(07) value 0.
      *operaciones normales (bruto) y reversos del rango, con sus
      *importes; lo reversado es lo que anulan los reversos y el neto
      *es el bruto menos lo reversado. Los conteos por codigo de
      *operacion son del bruto.
       77 WKS-conteo-bruto     pic 9(07) value 0.
       77 WKS-conteo-reversos  pic 9(07) value 0.
       77 WKS-importe-bruto    pic S9(11)V9(2) value 0.
       77 WKS-importe-reversado pic S9(11)V9(2) value 0.
       77 WKS-importe-neto     pic S9(11)V9(2) value 0.
      *acumulados por operador: nombre, conteo por operacion y total
      *de resultados; hasta 100 operadores distintos en el rango
       77 WKS-total-operadores pic 9(03) value 0.
               10 WKS-oper-restas      pic 9(07).
               10 WKS-oper-multi       pic 9(07).
               10 WKS-oper-divi        pic 9(07).
               10 WKS-oper-reversos    pic 9(07).
               10 WKS-oper-total-res   pic S9(9)V9(2).
      *campos de edicion para las lineas del informe
       77 WKS-edita-conteo     pic ZZZZZZ9.
       77 WKS-edita-total      pic -ZZZZZZZZ9.99.
       77 WKS-edita-importe    pic -ZZZZZZZZZZ9.99.
      *diez posiciones, el mismo ancho de las columnas OPERANDO-1,
      *OPERANDO-2 y RESULTADO del encabezado, para que el detalle
      *quede alineado bajo sus titulos
      *el resultado lleva dos enteros mas que los operandos desde que
      *se amplio en la bitacora, por eso su columna es mas ancha
       77 WKS-edita-result     pic -ZZZZZZ9.99.
      *valor completo de la tasa de una operacion con codigo de tasa
       77 WKS-edita-tasa       pic ZZZZ9.999999.
      *area de armado de la linea de detalle
       77 WKS-linea-informe    pic X(120).
       77 WKS-puntero-linea    pic 9(03).
               with pointer WKS-puntero-linea.
           move WKS-linea-informe to REG-INFORME.
           write REG-INFORME.
      *un reverso lleva debajo una segunda linea con la secuencia que
      *anula, quien lo pidio, quien lo autorizo y el motivo
           if AUD-es-reverso
               move spaces to REG-INFORME
               string "    REVERSO DE SEC. " delimited by size
                   AUD-secuencia-original delimited by size
                   " PIDIO " delimited by size
                   AUD-solicita delimited by size
                   " AUTORIZO " delimited by size
                   AUD-autoriza delimited by size
                   " MOTIVO " delimited by size
                   AUD-motivo-reverso delimited by size
                   into REG-INFORME
               write REG-INFORME
           end-if.
      *una operacion con codigo de tasa lleva debajo el codigo y el
      *valor completo de la tasa con que se calculo
           if AUD-codigo-tasa not = spaces
               move AUD-valor-tasa to WKS-edita-tasa
               move spaces to REG-INFORME
               string "    TASA " delimited by size
                   AUD-codigo-tasa delimited by size
                   " VALOR " delimited by size
                   WKS-edita-tasa delimited by size
                   into REG-INFORME
               write REG-INFORME
           end-if.

      *Busca el operador del registro en la tabla de acumulados (o lo
      *agrega si es la primera vez que aparece) y suma la operacion y
      *el resultado en su renglon. El conteo global por codigo de
      *operacion se lleva aparte, para que cuadre con el total de
      *registros del rango aun si la tabla de operadores se llena.
      *Un reverso no cuenta como operacion: suma a lo reversado, y
      *su resultado (de signo invertido) deja neto el total del
      *operador.
       00007-acumular-operador.
           if AUD-es-reverso
               add 1 to WKS-conteo-reversos
               subtract AUD-result from WKS-importe-reversado
           else
               add 1 to WKS-conteo-bruto
               add AUD-result to WKS-importe-bruto
               if AUD-operacion = "s"
                   add 1 to WKS-total-sumas
               else
               if AUD-operacion = "r"
                   add 1 to WKS-total-restas
               else
               if AUD-operacion = "m"
                   add 1 to WKS-total-multi
               else
               if AUD-operacion = "d"
                   add 1 to WKS-total-divi.
           move "N" to WKS-operador-hallado.
           move 0 to WKS-idx-operador.
           perform 00011-buscar-operador
                   move 0 to WKS-oper-restas(WKS-idx-operador)
                   move 0 to WKS-oper-multi(WKS-idx-operador)
                   move 0 to WKS-oper-divi(WKS-idx-operador)
                   move 0 to WKS-oper-reversos(WKS-idx-operador)
                   move 0 to WKS-oper-total-res(WKS-idx-operador)
                   move "S" to WKS-operador-hallado
               else
           if WKS-operador-encontrado
               add AUD-result to
                   WKS-oper-total-res(WKS-idx-operador)
               if AUD-es-reverso
                   add 1 to WKS-oper-reversos(WKS-idx-operador)
               else
               if AUD-operacion = "s"
                   add 1 to WKS-oper-sumas(WKS-idx-operador)
               else
           move spaces to REG-INFORME.
           string "OPERADOR" delimited by size
               into REG-INFORME.
           string "  SUMAS  RESTAS   MULTI    DIVI" delimited by size
               " REVERSO    TOTAL-NETO" delimited by size
               into REG-INFORME(62:).
           write REG-INFORME.
           move 0 to WKS-idx-operador.
               into WKS-linea-informe
               with pointer WKS-puntero-linea.
           move WKS-oper-divi(WKS-idx-operador) to WKS-edita-conteo.
           string WKS-edita-conteo delimited by size
               " " delimited by size
               into WKS-linea-informe
               with pointer WKS-puntero-linea.
           move WKS-oper-reversos(WKS-idx-operador)
               to WKS-edita-conteo.
           string WKS-edita-conteo delimited by size
               " " delimited by size
               into WKS-linea-informe
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-conteo-bruto to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Operaciones brutas...: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-importe-bruto to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe bruto........: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-conteo-reversos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos.............: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-importe-reversado to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe reversado....: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           subtract WKS-importe-reversado from WKS-importe-bruto
               giving WKS-importe-neto.
           move WKS-importe-neto to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe neto.........: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-seleccionados to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Registros en el rango: " delimited by size
