      *Registro de polizas contables generadas (POLIZREG), que lleva
      *la interfaz contable POLIZA. La clave es la fecha contable: una
      *fecha que ya tiene renglon aqui ya se mando a contabilidad y
      *no se vuelve a generar, para que un mismo dia no se asiente
      *dos veces.
       01 REG-POLIZA-REGISTRO.
           05 PRG-fecha-contable   pic 9(08).
      *fecha/hora en que se genero el archivo
           05 PRG-fecha-generacion pic 9(08).
           05 PRG-hora-generacion  pic 9(08).
      *los totales de control que llevan la cabecera y el pie
           05 PRG-registros        pic 9(07).
           05 PRG-hash             pic 9(15).
           05 PRG-importe          pic S9(13)V9(2) sign is leading
                                   separate.
      *lineas de LOTEOUT que se resumieron en los asientos
           05 PRG-lineas           pic 9(07).
