      *el fin del rango y el AUDITF vivo estan en mensuales que no se
      *pidieron, y el brinco seria un hueco falso que cortaria una
      *corrida nocturna sobre una bitacora integra.
      *Los reversos supervisados del rango se verifican tambien: cada
      *uno debe apuntar a un registro original que exista y que no
      *sea a su vez un reverso, y ningun original puede quedar
      *reversado dos veces. Como el original puede estar en un
      *mensual anterior al rango, la busqueda de originales arranca
      *unos meses antes del mes desde (WKS-meses-holgura).
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
      *en WORKING-STORAGE, porque el copybook del registro solo puede
      *copiarse una vez (mismo patron que AUDCONV y AUDINQ)
       FD  ARCHIVO-AUDITORIA.
       01 REG-AUD-VIVO         pic X(250).

       FD  ARCHIVO-MENSUAL.
       01 REG-AUD-MENSUAL      pic X(250).

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).
       77 WKS-duplicados       pic 9(07) value 0.
       77 WKS-desordenados     pic 9(07) value 0.
       77 WKS-mensuales-ausentes pic 9(03) value 0.
      *reversos del rango: cada original reversado con el primer
      *reverso que lo anula, cuantas veces se reverso, si el original
      *se hallo y si el original resulto ser otro reverso; hasta 500
      *originales distintos por corrida
       77 WKS-total-reversos   pic 9(03) value 0.
       77 WKS-idx-reverso      pic 9(03) value 0.
       77 WKS-reverso-hallado  pic X(01) value "N".
           88 WKS-reverso-encontrado  value "S".
       77 WKS-llave-reverso    pic X(07).
       01 WKS-TABLA-REVERSOS.
           05 WKS-rev-entrada occurs 500 times.
               10 WKS-rev-original     pic X(07).
               10 WKS-rev-reverso      pic X(07).
               10 WKS-rev-veces        pic 9(03).
               10 WKS-rev-hallado      pic X(01).
                   88 WKS-rev-original-hallado value "S".
               10 WKS-rev-anula-reverso pic X(01).
                   88 WKS-rev-de-un-reverso    value "S".
      *meses antes del rango en que se buscan los originales, y fase
      *del cotejo: antes del rango ("A") solo se buscan originales y
      *reversos previos; dentro del rango ("R") solo originales
       77 WKS-meses-holgura    pic 9(02) value 24.
       77 WKS-mes-desde        pic 9(6).
       77 WKS-fase-cotejo      pic X(01) value "R".
           88 WKS-cotejo-antes        value "A".
      *conteos de control de los reversos
       77 WKS-reversos         pic 9(07) value 0.
       77 WKS-rev-huerfanos    pic 9(07) value 0.
       77 WKS-rev-dobles       pic 9(07) value 0.
       77 WKS-rev-de-reverso   pic 9(07) value 0.
       77 WKS-rev-omitidos     pic 9(07) value 0.
      *campos de edicion para las lineas del informe
       77 WKS-edita-conteo     pic ZZZZZZ9.

                   into REG-INFORME
               write REG-INFORME
           end-if.
           if WKS-total-reversos > 0
               perform 00015-cotejar-reversos
               perform 00022-reportar-reversos
           end-if.
           perform 00011-imprimir-conteos.
           close ARCHIVO-INFORME.
           perform 00012-resumen-final.
      *arranque, y un registro sin numero (anterior a la numeracion)
      *se cuenta aparte.
       00008-verificar-secuencia.
           if AUD-es-reverso
               perform 00020-anotar-reverso
           end-if.
           if AUD-secuencia not numeric
               add 1 to WKS-sin-numero
           else
               into REG-INFORME.
           write REG-INFORME.

      *Anota un reverso leido en el rango en la tabla, por la
      *secuencia del original que anula. Si el original ya tenia
      *reverso en la tabla, el segundo se reporta como reverso doble.
       00020-anotar-reverso.
           add 1 to WKS-reversos.
           move AUD-secuencia-original to WKS-llave-reverso.
           perform 00021-buscar-reverso.
           if WKS-reverso-encontrado
               add 1 to WKS-rev-veces(WKS-idx-reverso)
               add 1 to WKS-rev-dobles
               move spaces to REG-INFORME
               string "REVERSO DOBLE..: secuencia " delimited by size
                   AUD-secuencia-original delimited by size
                   " reversada por " delimited by size
                   WKS-rev-reverso(WKS-idx-reverso)
                       delimited by size
                   " y otra vez por " delimited by size
                   AUD-secuencia delimited by size
                   into REG-INFORME
               write REG-INFORME
           else
           if WKS-total-reversos < 500
               add 1 to WKS-total-reversos
               move WKS-total-reversos to WKS-idx-reverso
               move AUD-secuencia-original to
                   WKS-rev-original(WKS-idx-reverso)
               move AUD-secuencia to WKS-rev-reverso(WKS-idx-reverso)
               move 1 to WKS-rev-veces(WKS-idx-reverso)
               move "N" to WKS-rev-hallado(WKS-idx-reverso)
               move "N" to WKS-rev-anula-reverso(WKS-idx-reverso)
           else
               add 1 to WKS-rev-omitidos
               display "Tabla de reversos llena, no se verifica: "
                   AUD-secuencia.

      *Busca en la tabla el original con la secuencia de
      *WKS-llave-reverso.
       00021-buscar-reverso.
           move "N" to WKS-reverso-hallado.
           move 0 to WKS-idx-reverso.
           perform 00023-comparar-reverso
               until WKS-reverso-encontrado
               or WKS-idx-reverso = WKS-total-reversos.

       00023-comparar-reverso.
           add 1 to WKS-idx-reverso.
           if WKS-rev-original(WKS-idx-reverso) = WKS-llave-reverso
               move "S" to WKS-reverso-hallado
           end-if.

      *Segunda pasada para hallar los originales de los reversos
      *anotados: los mensuales desde WKS-meses-holgura meses antes
      *del rango hasta su fin, y la bitacora viva si entro a la
      *verificacion. Los mensuales anteriores al rango que no existan
      *se saltan en silencio.
       00015-cotejar-reversos.
           move WKS-fecha-desde(1:6) to WKS-mes-desde.
           move WKS-fecha-desde(1:6) to WKS-mes-proceso.
           compute WKS-mes-anio = WKS-mes-anio -
               (WKS-meses-holgura / 12).
           perform 00016-pasar-mensual-cotejo
               until WKS-mes-proceso > WKS-mes-hasta.
           move "R" to WKS-fase-cotejo.
           if WKS-mes-hasta >= WKS-mes-hoy
               move "N" to WKS-fin-archivo
               open input ARCHIVO-AUDITORIA
               if WKS-AUDITORIA-STATUS = "00"
                   perform 00018-leer-vivo-cotejo
                       until WKS-fin-de-archivo
                   close ARCHIVO-AUDITORIA
               end-if
           end-if.

       00016-pasar-mensual-cotejo.
           if WKS-mes-proceso < WKS-mes-desde
               move "A" to WKS-fase-cotejo
           else
               move "R" to WKS-fase-cotejo
           end-if.
           move spaces to WKS-nombre-mensual.
           string "AUDIT-" delimited by size
               WKS-mes-proceso delimited by size
               into WKS-nombre-mensual.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-MENSUAL.
           if WKS-MENSUAL-STATUS = "00"
               perform 00017-leer-mensual-cotejo
                   until WKS-fin-de-archivo
               close ARCHIVO-MENSUAL
           end-if.
           if WKS-mes-numero = 12
               add 1 to WKS-mes-anio
               move 1 to WKS-mes-numero
           else
               add 1 to WKS-mes-numero
           end-if.

       00017-leer-mensual-cotejo.
           read ARCHIVO-MENSUAL
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   move REG-AUD-MENSUAL to REG-AUDITORIA
                   perform 00019-cotejar-registro
           end-read.

       00018-leer-vivo-cotejo.
           read ARCHIVO-AUDITORIA
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   move REG-AUD-VIVO to REG-AUDITORIA
                   perform 00019-cotejar-registro
           end-read.

      *Coteja un registro contra la tabla: si es el original de algun
      *reverso lo marca hallado (y anota si el original es a su vez
      *un reverso). Antes del rango, un reverso que anula a un
      *original de la tabla es un reverso previo: el del rango es un
      *segundo reverso.
       00019-cotejar-registro.
           move AUD-secuencia to WKS-llave-reverso.
           perform 00021-buscar-reverso.
           if WKS-reverso-encontrado
               move "S" to WKS-rev-hallado(WKS-idx-reverso)
               if AUD-es-reverso
                   move "S" to WKS-rev-anula-reverso(WKS-idx-reverso)
               end-if
           end-if.
           if WKS-cotejo-antes and AUD-es-reverso
               move AUD-secuencia-original to WKS-llave-reverso
               perform 00021-buscar-reverso
               if WKS-reverso-encontrado
                   add 1 to WKS-rev-veces(WKS-idx-reverso)
                   add 1 to WKS-rev-dobles
                   move spaces to REG-INFORME
                   string "REVERSO DOBLE..: secuencia "
                       delimited by size
                       AUD-secuencia-original delimited by size
                       " reversada por " delimited by size
                       AUD-secuencia delimited by size
                       " y otra vez por " delimited by size
                       WKS-rev-reverso(WKS-idx-reverso)
                           delimited by size
                       into REG-INFORME
                   write REG-INFORME
               end-if
           end-if.

      *Recorre la tabla y reporta los reversos cuyo original no
      *aparecio o resulto ser otro reverso.
       00022-reportar-reversos.
           move 0 to WKS-idx-reverso.
           perform 00024-linea-reverso
               until WKS-idx-reverso = WKS-total-reversos.

       00024-linea-reverso.
           add 1 to WKS-idx-reverso.
           if not WKS-rev-original-hallado(WKS-idx-reverso)
               add 1 to WKS-rev-huerfanos
               move spaces to REG-INFORME
               string "SIN ORIGINAL...: reverso " delimited by size
                   WKS-rev-reverso(WKS-idx-reverso) delimited by size
                   " anula la secuencia " delimited by size
                   WKS-rev-original(WKS-idx-reverso)
                       delimited by size
                   ", que no se hallo" delimited by size
                   into REG-INFORME
               write REG-INFORME
           else
           if WKS-rev-de-un-reverso(WKS-idx-reverso)
               add 1 to WKS-rev-de-reverso
               move spaces to REG-INFORME
               string "REVERSO DE REV.: reverso " delimited by size
                   WKS-rev-reverso(WKS-idx-reverso) delimited by size
                   " anula la secuencia " delimited by size
                   WKS-rev-original(WKS-idx-reverso)
                       delimited by size
                   ", que ya es un reverso" delimited by size
                   into REG-INFORME
               write REG-INFORME.

      *Conteos de control de la pasada y el veredicto final.
       00011-imprimir-conteos.
           move spaces to REG-INFORME.
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-reversos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos verificados...: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-rev-huerfanos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos sin original..: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-rev-dobles to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Originales reversados 2: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-rev-de-reverso to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos de un reverso.: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-rev-omitidos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos sin verificar.: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           if WKS-huecos = 0 and WKS-duplicados = 0 and
              WKS-desordenados = 0
                   into REG-INFORME
           end-if.
           write REG-INFORME.
           move spaces to REG-INFORME.
           if WKS-rev-huerfanos = 0 and WKS-rev-dobles = 0 and
              WKS-rev-de-reverso = 0
               string "REVERSOS CONSISTENTES" delimited by size
                   into REG-INFORME
           else
               string "REVERSOS CON EXCEPCIONES" delimited by size
                   into REG-INFORME
           end-if.
           write REG-INFORME.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
           move WKS-numerados to STD-REGISTROS-ESCRITOS.
           if WKS-huecos = 0 and WKS-duplicados = 0 and
              WKS-desordenados = 0
               if WKS-rev-huerfanos = 0 and WKS-rev-dobles = 0 and
                  WKS-rev-de-reverso = 0
                   move 00 to STD-CODIGO
                   move "Numeracion integra" to STD-MENSAJE
               else
                   move 08 to STD-CODIGO
                   move "Reversos con excepciones" to STD-MENSAJE
               end-if
           else
               move 08 to STD-CODIGO
               move "Numeracion con excepciones" to STD-MENSAJE
