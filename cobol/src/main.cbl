           SELECT ARCHIVO-CORTES ASSIGN TO "MESCORTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CORTES-STATUS.
      *Punto de control de la corrida del dia: la imagen del mazo con
      *que arranco y una marca por cada tarjeta ya terminada. Si la
      *corrida de hoy se interrumpe, la siguiente sometida del mismo
      *dia reanuda en la tarjeta que fallo en vez de repetir todo.
           SELECT ARCHIVO-PUNTO ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-PUNTO-STATUS.
      *Tarjeta de opcion de reinicio: "NUEVA" obliga a arrancar en
      *limpio aunque haya un punto de control pendiente; se consume
      *(queda en blanco) al leerla.
           SELECT ARCHIVO-REINICIO ASSIGN TO "REINICIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REINICIO-STATUS.
      *Historia permanente de corridas: un renglon por cada ejecucion
      *de un paso, que solo se agrega (el RESUMEN arranca vacio cada
      *corrida); de aqui sale el informe de tendencias TENDRPT.
           SELECT ARCHIVO-HISTORIA ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-HISTORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *parametros del paso, segun lo que cada programa necesite (ver
      *el copybook STDPARMS): para AUDRPT y AUDINQ fecha desde,
      *fecha hasta y filtro de operador; para AUDARCH la fecha de
      *retencion; para CONCILIA la fecha de la corrida (la misma que
      *toma POLIZA como fecha contable). En blanco el
      *paso pide sus datos con ACCEPT como siempre.
           05 CTL-parametros   pic X(78).

           05 COR-filler-1     pic X(01).
           05 COR-mes          pic 9(06).

       FD  ARCHIVO-PUNTO.
       01 REG-PUNTO.
      *"C" cabecera de la corrida, "T" imagen de una tarjeta del
      *mazo, "P" tarjeta terminada, "F" corrida terminada
           05 PTO-tipo         pic X(01).
           05 PTO-filler-1     pic X(01).
           05 PTO-fecha        pic 9(08).
           05 PTO-filler-2     pic X(01).
      *numero de tarjeta dentro del mazo (1 la primera)
           05 PTO-tarjeta      pic 9(05).
           05 PTO-filler-3     pic X(01).
           05 PTO-hora         pic 9(08).
           05 PTO-filler-4     pic X(01).
      *peor codigo del paso terminado
           05 PTO-codigo       pic 9(02).
           05 PTO-filler-5     pic X(01).
      *la tarjeta completa ("T") o el programa del paso ("P")
           05 PTO-contenido    pic X(93).

       FD  ARCHIVO-REINICIO.
       01 REG-REINICIO.
           05 REI-opcion       pic X(05).
           05 REI-filler       pic X(75).

       FD  ARCHIVO-HISTORIA.
      *trazado compartido con el informe de tendencias TENDRPT
       COPY "CORRHIS.cpy".

       WORKING-STORAGE SECTION.
      *resumen estandar de fin de corrida del ultimo programa llamado
      *(EXTERNAL: lo llena cada programa y aqui se recoge)
       77 WKS-paso-corte   pic X(01) value "N".
           88 WKS-paso-es-corte       value "S".
       77 WKS-motivo-salto pic X(40).
      *punto de control: numero de la tarjeta en curso, la ultima
      *terminada en la corrida interrumpida y como arranca la de hoy
      *("N" nueva, "R" reinicio, "X" reinicio rechazado porque el
      *mazo cambio)
       77 WKS-PUNTO-STATUS pic X(02) value "00".
       77 WKS-REINICIO-STATUS pic X(02) value "00".
       77 WKS-tarjeta-num  pic 9(05) value 0.
       77 WKS-ultima-terminada pic 9(05) value 0.
       77 WKS-modo-corrida pic X(01) value "N".
           88 WKS-corrida-nueva       value "N".
           88 WKS-es-reinicio         value "R".
           88 WKS-reinicio-rechazado  value "X".
       77 WKS-arranque-forzado pic X(01) value "N".
           88 WKS-arranque-es-forzado value "S".
       77 WKS-fin-punto    pic X(01) value "N".
           88 WKS-fin-de-punto        value "S".
      *lo que dejo el punto de control anterior: su fecha, si la
      *corrida termino y el peor codigo de sus pasos terminados
       77 WKS-pto-fecha    pic 9(08) value 0.
       77 WKS-pto-terminada pic X(01) value "N".
           88 WKS-pto-corrida-terminada value "S".
       77 WKS-pto-pendiente pic X(01) value "N".
           88 WKS-pto-hay-pendiente   value "S".
       77 WKS-peor-previo  pic 9(02) value 0.
      *peor codigo de la tarjeta en curso (en todas sus repeticiones)
       77 WKS-peor-tarjeta pic 9(02) value 0.
      *cotejo del mazo de hoy contra la imagen guardada
       77 WKS-fin-guardadas pic X(01) value "N".
           88 WKS-fin-de-guardadas    value "S".
       77 WKS-mazo-cambio  pic X(01) value "N".
           88 WKS-mazo-cambiado       value "S".
       77 WKS-hora-paso    pic 9(08).
      *historia de corridas: hora de arranque de la corrida y hora de
      *inicio y fin del paso en curso, desarmadas para sacar la
      *duracion en centesimas
       77 WKS-HISTORIA-STATUS pic X(02) value "00".
       77 WKS-hora-corrida pic 9(08).
       77 WKS-hora-inicio  pic 9(08).
       77 WKS-hora-fin     pic 9(08).
       01 WKS-HORA-DESARMADA.
           05 WKS-hd-horas     pic 9(02).
           05 WKS-hd-minutos   pic 9(02).
           05 WKS-hd-segundos  pic 9(02).
           05 WKS-hd-centesimas pic 9(02).
       77 WKS-centesimas-inicio pic 9(07).
       77 WKS-centesimas-fin pic 9(07).
       77 WKS-edita-tarjeta pic ZZZZ9.

       PROCEDURE DIVISION.
           open input ARCHIVO-CONTROL.
      *El resumen queda cerrado entre pasos: cada linea se graba con
      *su propia apertura, para que un paso del mismo mazo (como el
      *resumen de fin de dia) pueda abrirlo y leer lo ya escrito.
      *Antes de correr se revisa el punto de control: si la corrida
      *de hoy quedo a medias se reanuda en la tarjeta que fallo
      *(siempre que el mazo sea el mismo); si no, arranca nueva.
       00001-corrida-desatendida.
           perform 00008-preparar-fecha-corrida.
           perform 00009-cargar-calendario.
           perform 00011-cargar-cortes.
           perform 00022-decidir-reinicio.
           if WKS-reinicio-rechazado
               perform 00029-rechazar-reinicio
           else
               if WKS-es-reinicio
                   perform 00030-iniciar-reinicio
               else
                   perform 00021-iniciar-resumen
                   move spaces to WKS-linea-resumen
                   string "RESUMEN DE CORRIDA DESATENDIDA - MAIN - "
                       delimited by size
                       WKS-fecha-corrida delimited by size
                       into WKS-linea-resumen
                   perform 00020-grabar-resumen
                   perform 00031-iniciar-punto-control
               end-if
               move 0 to WKS-tarjeta-num
               perform 00002-leer-control
               perform 00003-ejecutar-paso
                   until WKS-fin-de-control or WKS-corrida-se-corto
               perform 00007-cerrar-resumen
               if not WKS-corrida-se-corto
                   move "F" to PTO-tipo
                   move 0 to PTO-tarjeta
                   move spaces to PTO-contenido
                   perform 00034-grabar-punto
               end-if
           end-if.

      *Arranca el resumen de esta corrida vacio: la corrida anterior
      *ya quedo consolidada (y archivada) por su propio fin de dia.
       00002-leer-control.
           read ARCHIVO-CONTROL
               at end move "S" to WKS-fin-control
               not at end add 1 to WKS-tarjeta-num
           end-read.

      *Ejecuta un paso: el calendario decide primero si el paso esta
           if CTL-veces = 0
               move 1 to CTL-veces
           end-if.
           if WKS-tarjeta-num <= WKS-ultima-terminada
               perform 00033-linea-reinicio-saltado
           else
               perform 00036-correr-tarjeta
           end-if.
           perform 00002-leer-control.

      *Corre la tarjeta en curso segun el calendario y, si la corrida
      *no se corto en ella, la marca terminada en el punto de control
      *con su peor codigo.
       00036-correr-tarjeta.
           move 0 to WKS-peor-tarjeta.
           perform 00013-evaluar-calendario.
           if WKS-paso-programado
               move 0 to WKS-repeticion
           else
               perform 00018-linea-saltado
           end-if.
           if not WKS-corrida-se-corto
               move "P" to PTO-tipo
               move WKS-tarjeta-num to PTO-tarjeta
               move CTL-programa to PTO-contenido
               perform 00034-grabar-punto
           end-if.

      *Decide como arranca la corrida de hoy. Un punto de control de
      *hoy sin marca de fin es una corrida interrumpida: se reanuda,
      *salvo que la tarjeta REINICIO pida arrancar en limpio o que el
      *mazo ya no sea el mismo con que arranco (entonces se rechaza).
      *Un punto de control de otro dia o ya terminado no cuenta.
       00022-decidir-reinicio.
           move "N" to WKS-modo-corrida.
           move 0 to WKS-ultima-terminada.
           perform 00023-leer-opcion-reinicio.
           open input ARCHIVO-PUNTO.
           if WKS-PUNTO-STATUS not = "35"
               move "N" to WKS-fin-punto
               perform 00024-leer-punto until WKS-fin-de-punto
               close ARCHIVO-PUNTO
               if WKS-pto-fecha = WKS-fecha-corrida and
                  not WKS-pto-corrida-terminada
                   move "S" to WKS-pto-pendiente
               end-if
           end-if.
           if WKS-pto-hay-pendiente and not WKS-arranque-es-forzado
               perform 00025-comparar-mazo
               if WKS-mazo-cambiado
                   move "X" to WKS-modo-corrida
               else
                   move "R" to WKS-modo-corrida
               end-if
           else
               move 0 to WKS-ultima-terminada
           end-if.

      *Lee la tarjeta de opcion de reinicio, si existe; "NUEVA" pide
      *arranque en limpio y la tarjeta se deja en blanco para que la
      *siguiente sometida no lo repita sin querer.
       00023-leer-opcion-reinicio.
           move "N" to WKS-arranque-forzado.
           open input ARCHIVO-REINICIO.
           if WKS-REINICIO-STATUS not = "35"
               move spaces to REG-REINICIO
               read ARCHIVO-REINICIO
                   at end move spaces to REG-REINICIO
               end-read
               close ARCHIVO-REINICIO
               if REI-opcion = "NUEVA"
                   move "S" to WKS-arranque-forzado
                   open output ARCHIVO-REINICIO
                   close ARCHIVO-REINICIO
               end-if
           end-if.

      *Lee un renglon del punto de control anterior: su fecha, si
      *termino y hasta que tarjeta llego, con el peor codigo de las
      *tarjetas terminadas.
       00024-leer-punto.
           read ARCHIVO-PUNTO
               at end
                   move "S" to WKS-fin-punto
               not at end
                   if PTO-tipo = "C"
                       move PTO-fecha to WKS-pto-fecha
                   else
                   if PTO-tipo = "F"
                       move "S" to WKS-pto-terminada
                   else
                   if PTO-tipo = "P"
                       if PTO-tarjeta > WKS-ultima-terminada
                           move PTO-tarjeta to WKS-ultima-terminada
                       end-if
                       if PTO-codigo > WKS-peor-previo
                           move PTO-codigo to WKS-peor-previo
                       end-if
                   end-if
                   end-if
                   end-if
           end-read.

      *Coteja el mazo de hoy, tarjeta por tarjeta, contra la imagen
      *guardada al arrancar la corrida interrumpida; una tarjeta
      *distinta, de mas o de menos, es un mazo cambiado. Al terminar
      *el mazo se reabre para correrlo desde el principio.
       00025-comparar-mazo.
           move "N" to WKS-mazo-cambio.
           move "N" to WKS-fin-guardadas.
           open input ARCHIVO-PUNTO.
           read ARCHIVO-PUNTO
               at end move "S" to WKS-fin-guardadas
           end-read.
           perform 00027-leer-tarjeta-guardada.
           perform 00002-leer-control.
           perform 00026-comparar-tarjeta
               until WKS-mazo-cambiado or
               (WKS-fin-de-guardadas and WKS-fin-de-control).
           close ARCHIVO-PUNTO.
           close ARCHIVO-CONTROL.
           open input ARCHIVO-CONTROL.
           move "N" to WKS-fin-control.

      *Compara una tarjeta del mazo con su imagen guardada.
       00026-comparar-tarjeta.
           if WKS-fin-de-guardadas or WKS-fin-de-control
               move "S" to WKS-mazo-cambio
           else
               if PTO-contenido not = REG-CONTROL
                   move "S" to WKS-mazo-cambio
               else
                   perform 00027-leer-tarjeta-guardada
                   perform 00002-leer-control
               end-if
           end-if.

      *Lee la siguiente imagen de tarjeta; las imagenes van juntas
      *despues de la cabecera, el primer renglon de otro tipo las
      *termina.
       00027-leer-tarjeta-guardada.
           read ARCHIVO-PUNTO
               at end
                   move "S" to WKS-fin-guardadas
               not at end
                   if PTO-tipo not = "T"
                       move "S" to WKS-fin-guardadas
                   end-if
           end-read.

      *Reinicio rechazado: el mazo cambio desde la corrida que se
      *interrumpio. No corre nada; lo dice en el resumen (sin borrar
      *lo que dejo la corrida interrumpida) y termina con error.
       00029-rechazar-reinicio.
           perform 00035-asegurar-resumen.
           move spaces to WKS-linea-resumen.
           string "REINICIO RECHAZADO - MAIN - " delimited by size
               WKS-fecha-corrida delimited by size
               ": EL MAZO CONTROL CAMBIO DESDE LA CORRIDA "
               delimited by size
               "INTERRUMPIDA" delimited by size
               into WKS-linea-resumen.
           perform 00020-grabar-resumen.
           move spaces to WKS-linea-resumen.
           string "PARA ARRANCAR EN LIMPIO PONGA NUEVA EN LA "
               delimited by size
               "TARJETA REINICIO" delimited by size
               into WKS-linea-resumen.
           perform 00020-grabar-resumen.
           display "Reinicio rechazado: el mazo CONTROL cambio".
           move 08 to WKS-peor-codigo.

      *Reinicio: el resumen de la corrida interrumpida se conserva y
      *se sigue escribiendo; el peor codigo arranca con el de las
      *tarjetas que ya habian terminado.
       00030-iniciar-reinicio.
           perform 00035-asegurar-resumen.
           move WKS-peor-previo to WKS-peor-codigo.
           move WKS-ultima-terminada to WKS-edita-tarjeta.
           move spaces to WKS-linea-resumen.
           string "REINICIO DE CORRIDA DESATENDIDA - MAIN - "
               delimited by size
               WKS-fecha-corrida delimited by size
               " - TARJETAS TERMINADAS: " delimited by size
               WKS-edita-tarjeta delimited by size
               into WKS-linea-resumen.
           perform 00020-grabar-resumen.
           display "Reinicio despues de la tarjeta "
               WKS-edita-tarjeta.

      *Si el resumen no existe (se borro despues de la corrida
      *interrumpida) se crea vacio para poder seguirlo.
       00035-asegurar-resumen.
           open extend ARCHIVO-RESUMEN.
           if WKS-RESUMEN-STATUS = "35"
               perform 00021-iniciar-resumen
           else
               close ARCHIVO-RESUMEN.

      *Corrida nueva: el punto de control arranca con la cabecera y
      *la imagen completa del mazo, y el mazo se reabre para
      *correrlo. Un arranque en limpio pedido con la tarjeta REINICIO
      *queda anotado en el resumen.
       00031-iniciar-punto-control.
           if WKS-arranque-es-forzado
               move spaces to WKS-linea-resumen
               if WKS-pto-hay-pendiente
                   move WKS-ultima-terminada to WKS-edita-tarjeta
                   string "ARRANQUE EN LIMPIO FORZADO: SE DESCARTA EL "
                       delimited by size
                       "PUNTO DE CONTROL CON TARJETAS TERMINADAS: "
                       delimited by size
                       WKS-edita-tarjeta delimited by size
                       into WKS-linea-resumen
               else
                   string "ARRANQUE EN LIMPIO FORZADO: NO HABIA PUNTO "
                       delimited by size
                       "DE CONTROL PENDIENTE" delimited by size
                       into WKS-linea-resumen
               end-if
               perform 00020-grabar-resumen
               display "Arranque en limpio forzado"
               move 0 to WKS-ultima-terminada
           end-if.
           open output ARCHIVO-PUNTO.
           move spaces to REG-PUNTO.
           move "C" to PTO-tipo.
           move WKS-fecha-corrida to PTO-fecha.
           move 0 to PTO-tarjeta.
           accept WKS-hora-paso from time.
           move WKS-hora-paso to PTO-hora.
           move 0 to PTO-codigo.
           write REG-PUNTO.
           move 0 to WKS-tarjeta-num.
           perform 00002-leer-control.
           perform 00032-guardar-tarjeta until WKS-fin-de-control.
           close ARCHIVO-PUNTO.
           close ARCHIVO-CONTROL.
           open input ARCHIVO-CONTROL.
           move "N" to WKS-fin-control.

      *Guarda la imagen de una tarjeta del mazo.
       00032-guardar-tarjeta.
           move spaces to REG-PUNTO.
           move "T" to PTO-tipo.
           move WKS-fecha-corrida to PTO-fecha.
           move WKS-tarjeta-num to PTO-tarjeta.
           move 0 to PTO-hora.
           move 0 to PTO-codigo.
           move REG-CONTROL to PTO-contenido.
           write REG-PUNTO.
           perform 00002-leer-control.

      *Linea RESTART-SKIPPED en el resumen para una tarjeta que ya
      *habia terminado en la corrida interrumpida.
       00033-linea-reinicio-saltado.
           move spaces to WKS-linea-resumen.
           move CTL-programa to WKS-linea-resumen(1:8).
           move WKS-tarjeta-num to WKS-edita-tarjeta.
           string "RESTART-SKIPPED: TARJETA " delimited by size
               WKS-edita-tarjeta delimited by size
               " YA TERMINADA ANTES DEL REINICIO" delimited by size
               into WKS-linea-resumen(13:).
           perform 00020-grabar-resumen.

      *Agrega un renglon al punto de control ("P" tarjeta terminada o
      *"F" fin de corrida), abriendolo solo para esa escritura para
      *que quede en disco aunque la corrida se caiga despues.
       00034-grabar-punto.
           open extend ARCHIVO-PUNTO.
           if WKS-PUNTO-STATUS = "35"
               open output ARCHIVO-PUNTO
               close ARCHIVO-PUNTO
               open extend ARCHIVO-PUNTO.
           move WKS-fecha-corrida to PTO-fecha.
           accept WKS-hora-paso from time.
           move WKS-hora-paso to PTO-hora.
           move WKS-peor-tarjeta to PTO-codigo.
           move space to PTO-filler-1.
           move space to PTO-filler-2.
           move space to PTO-filler-3.
           move space to PTO-filler-4.
           move space to PTO-filler-5.
           write REG-PUNTO.
           close ARCHIVO-PUNTO.

      *Agrega a la historia permanente de corridas la ejecucion del
      *paso que acaba de terminar, con su duracion y su resultado.
       00037-grabar-historia.
           move WKS-hora-inicio to WKS-HORA-DESARMADA.
           compute WKS-centesimas-inicio = WKS-hd-horas * 360000 +
               WKS-hd-minutos * 6000 + WKS-hd-segundos * 100 +
               WKS-hd-centesimas.
           move WKS-hora-fin to WKS-HORA-DESARMADA.
           compute WKS-centesimas-fin = WKS-hd-horas * 360000 +
               WKS-hd-minutos * 6000 + WKS-hd-segundos * 100 +
               WKS-hd-centesimas.
      *un paso que cruzo la medianoche termina "antes" de empezar
           if WKS-centesimas-fin < WKS-centesimas-inicio
               add 8640000 to WKS-centesimas-fin
           end-if.
           open extend ARCHIVO-HISTORIA.
           if WKS-HISTORIA-STATUS = "35"
               open output ARCHIVO-HISTORIA
               close ARCHIVO-HISTORIA
               open extend ARCHIVO-HISTORIA.
           move spaces to REG-HIST-CORRIDA.
           move WKS-fecha-corrida to HCO-fecha-corrida.
           move WKS-hora-corrida to HCO-hora-corrida.
           if WKS-es-reinicio
               move "R" to HCO-tipo-corrida
           else
               move "N" to HCO-tipo-corrida
           end-if.
           move WKS-tarjeta-num to HCO-tarjeta.
           move WKS-repeticion to HCO-repeticion.
           move CTL-programa to HCO-programa.
           move WKS-hora-inicio to HCO-hora-inicio.
           move WKS-hora-fin to HCO-hora-fin.
           compute HCO-duracion =
               WKS-centesimas-fin - WKS-centesimas-inicio.
           move STD-CODIGO to HCO-codigo.
           move STD-REGISTROS-LEIDOS to HCO-leidos.
           move STD-REGISTROS-ESCRITOS to HCO-escritos.
           move CTL-parametros to HCO-parametros.
           write REG-HIST-CORRIDA.
           close ARCHIVO-HISTORIA.

      *Toma la fecha del sistema como fecha de la corrida y decide si
      *hoy es fin de mes: si el dia siguiente cae en otro mes, hoy es
      *el ultimo dia del mes.
       00008-preparar-fecha-corrida.
           accept WKS-fecha-corrida from date yyyymmdd.
           accept WKS-hora-corrida from time.
           compute WKS-entero-fecha =
               function integer-of-date(WKS-fecha-corrida) + 1.
           compute WKS-fecha-manana =
           move 0 to STD-REGISTROS-LEIDOS.
           move 0 to STD-REGISTROS-ESCRITOS.
           perform 00006-preparar-parametros.
           accept WKS-hora-inicio from time.
           if CTL-programa = "EXAM" or CTL-programa = "ex1" or
              CTL-programa = "ex2" or CTL-programa = "AUDRPT" or
              CTL-programa = "AUDARCH" or CTL-programa = "OPERMNT" or
              CTL-programa = "AUDVRFY" or CTL-programa = "MATEXP" or
              CTL-programa = "MATIMP" or CTL-programa = "RESCONV" or
              CTL-programa = "FINDIA" or CTL-programa = "OPERCON" or
              CTL-programa = "OPECONV" or CTL-programa = "SUPCONV" or
              CTL-programa = "LOTEMNT" or CTL-programa = "REMMNT" or
              CTL-programa = "RECHMNT" or CTL-programa = "OPERHIS" or
              CTL-programa = "TENDRPT" or CTL-programa = "POLIZA" or
              CTL-programa = "EXCREV" or CTL-programa = "RESPALDO" or
              CTL-programa = "TASMNT"
               call CTL-programa
           else
               move CTL-programa to STD-PROGRAMA
               move "Programa desconocido en la tarjeta" to
                   STD-MENSAJE
           end-if.
           accept WKS-hora-fin from time.
           add 1 to WKS-pasos.
           perform 00005-resumir-paso.
           perform 00037-grabar-historia.
           if STD-CODIGO > WKS-peor-codigo
               move STD-CODIGO to WKS-peor-codigo
           end-if.
           if STD-CODIGO > WKS-peor-tarjeta
               move STD-CODIGO to WKS-peor-tarjeta
           end-if.
           if STD-COD-ERROR and CTL-accion = "S"
               move "S" to WKS-corrida-cortada
               move spaces to WKS-linea-resumen
               move "S" to PAR-suministrados
               if CTL-programa = "AUDRPT" or CTL-programa = "AUDINQ"
                  or CTL-programa = "AUDVRFY" or
                  CTL-programa = "OPERCON" or CTL-programa = "OPERHIS"
                   move CTL-parametros(1:8) to PAR-fecha-desde
                   move CTL-parametros(10:8) to PAR-fecha-hasta
                   move CTL-parametros(19:60) to PAR-filtro-operador
                   move CTL-parametros(1:8) to PAR-fecha-retencion
               else
               if CTL-programa = "CONCILIA" or
                  CTL-programa = "FINDIA" or CTL-programa = "POLIZA"
                   move CTL-parametros(1:8) to PAR-fecha-corrida
               else
               if CTL-programa = "RESPALDO"
                   perform 00038-parametros-respaldo.

      *Parametros del respaldo de maestros, en columnas fijas de la
      *tarjeta: funcion (1), maestro (3-10), generacion (12-15),
      *generaciones a conservar (17-19) y registros esperados de una
      *restauracion (21-27); un numero en blanco queda en cero.
       00038-parametros-respaldo.
           move CTL-parametros(1:1) to PAR-funcion-respaldo.
           move CTL-parametros(3:8) to PAR-maestro.
           move 0 to PAR-generacion.
           move 0 to PAR-conservar.
           move 0 to PAR-registros-esperados.
           if CTL-parametros(12:4) numeric
               move CTL-parametros(12:4) to PAR-generacion
           end-if.
           if CTL-parametros(17:3) numeric
               move CTL-parametros(17:3) to PAR-conservar
           end-if.
           if CTL-parametros(21:7) numeric
               move CTL-parametros(21:7) to PAR-registros-esperados
           end-if.

      *Linea del resumen consolidado con lo que el paso dejo en el
      *resumen estandar compartido; los parametros usados por el paso
