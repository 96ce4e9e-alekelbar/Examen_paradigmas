      *Registros del archivo de poliza contable (POLIZAGL) que deja la
      *interfaz contable POLIZA para que el sistema de contabilidad
      *lo cargue en lugar de recapturar el LOTEOUT a mano. Todos los
      *registros miden lo mismo y el primer byte dice cual es:
      *"H" cabecera, "D" un asiento por remitente y lote, "T" pie.
      *La cabecera y el pie llevan los mismos totales de control: el
      *numero de asientos, el total hash (suma de los numeros de lote
      *de los asientos) y la suma de los importes, para que el
      *sistema que recibe compruebe que el archivo llego completo.
       01 REG-POLIZA-CABECERA.
           05 PCA-tipo             pic X(01).
               88 PCA-es-cabecera         value "H".
               88 PCA-es-pie              value "T".
      *fecha contable (la de la corrida conciliada) y fecha/hora en
      *que se genero el archivo
           05 PCA-fecha-contable   pic 9(08).
           05 PCA-fecha-generacion pic 9(08).
           05 PCA-hora-generacion  pic 9(08).
           05 PCA-registros        pic 9(07).
           05 PCA-hash             pic 9(15).
           05 PCA-importe          pic S9(13)V9(2) sign is leading
                                   separate.
           05 PCA-filler-1         pic X(57).
       01 REG-POLIZA-DETALLE.
           05 PDE-tipo             pic X(01).
               88 PDE-es-detalle          value "D".
           05 PDE-fecha-contable   pic 9(08).
           05 PDE-cuenta           pic X(16).
           05 PDE-remitente        pic X(08).
           05 PDE-lote             pic 9(07).
      *lineas de LOTEOUT que suma el asiento (en el asiento de
      *contrapartida *REVERSO, el numero de reversos)
           05 PDE-lineas           pic 9(07).
           05 PDE-importe          pic S9(13)V9(2) sign is leading
                                   separate.
           05 PDE-concepto         pic X(40).
           05 PDE-filler-1         pic X(17).
