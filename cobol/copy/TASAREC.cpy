      *Renglon de la tabla de tasas (TASAS), compartido por el
      *programa de mantenimiento TASMNT y por EXAM, que resuelve con
      *ella los codigos de tasa (impuestos, comisiones, tipos de
      *cambio) que una triada de LOTEIN o un calculo interactivo
      *pueden traer en lugar del segundo operando. Cada codigo puede
      *tener varias vigencias: la clave es el codigo mas la fecha
      *desde la que rige cada valor, y en una fecha dada manda la
      *vigencia mas reciente que ya haya empezado. Los codigos
      *empiezan con letra mayuscula, para que EXAM los distinga de un
      *operando numerico (que siempre empieza con signo).
       01 REG-TASA.
           05 TAS-clave.
               10 TAS-codigo       pic X(08).
               10 TAS-vigente-desde pic 9(08).
      *ultimo dia en que rige la vigencia (cero = sin vencimiento);
      *pasada esa fecha el codigo queda vencido hasta que se de de
      *alta una vigencia nueva
           05 TAS-vigente-hasta    pic 9(08).
      *valor de la tasa con seis decimales (0.160000 = 16%)
           05 TAS-valor            pic 9(05)V9(06).
           05 TAS-descripcion      pic X(40).
      *fecha en que se capturo o se modifico la vigencia por ultima
      *vez
           05 TAS-fecha-captura    pic 9(08).
