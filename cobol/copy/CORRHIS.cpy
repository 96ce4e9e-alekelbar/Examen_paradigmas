      *Registro de la historia permanente de corridas (CORRHIST), que
      *MAIN agrega por cada ejecucion de un paso de la corrida
      *desatendida y que lee el informe de tendencias TENDRPT. A
      *diferencia del RESUMEN, que arranca vacio cada corrida, este
      *archivo solo crece, para poder ver el comportamiento de cada
      *programa a lo largo de muchas corridas.
       01 REG-HIST-CORRIDA.
      *la corrida: fecha y hora en que arranco MAIN (un reinicio es
      *una corrida aparte)
           05 HCO-fecha-corrida    pic 9(08).
           05 HCO-filler-1         pic X(01) value SPACE.
           05 HCO-hora-corrida     pic 9(08).
           05 HCO-filler-2         pic X(01) value SPACE.
      *"R" si la corrida fue un reinicio, "N" si fue nueva
           05 HCO-tipo-corrida     pic X(01).
           05 HCO-filler-3         pic X(01) value SPACE.
      *el paso: numero de tarjeta, repeticion y programa
           05 HCO-tarjeta          pic 9(05).
           05 HCO-filler-4         pic X(01) value SPACE.
           05 HCO-repeticion       pic 9(03).
           05 HCO-filler-5         pic X(01) value SPACE.
           05 HCO-programa         pic X(08).
           05 HCO-filler-6         pic X(01) value SPACE.
      *hora de inicio y de fin (HHMMSSCC) y la duracion en
      *centesimas de segundo (cruzando la medianoche si hace falta)
           05 HCO-hora-inicio      pic 9(08).
           05 HCO-filler-7         pic X(01) value SPACE.
           05 HCO-hora-fin         pic 9(08).
           05 HCO-filler-8         pic X(01) value SPACE.
           05 HCO-duracion         pic 9(07).
           05 HCO-filler-9         pic X(01) value SPACE.
      *resultado estandar que dejo el paso (STDCODES)
           05 HCO-codigo           pic 9(02).
           05 HCO-filler-10        pic X(01) value SPACE.
           05 HCO-leidos           pic 9(07).
           05 HCO-filler-11        pic X(01) value SPACE.
           05 HCO-escritos         pic 9(07).
           05 HCO-filler-12        pic X(01) value SPACE.
      *los parametros de la tarjeta, tal como llegaron
           05 HCO-parametros       pic X(78).
