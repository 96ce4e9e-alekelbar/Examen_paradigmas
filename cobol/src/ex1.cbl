           SELECT ARCHIVO-ESTADISTICA ASSIGN TO "ORDASC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wks-estadistica-status.
      *Tarjeta de control del orden por llaves: si existe, las fuentes
      *traen registros de movimiento (cuenta, fecha, importe y
      *descripcion) y la tarjeta nombra hasta tres campos llave, cada
      *uno ascendente o descendente; sin tarjeta se ordenan numeros
      *como siempre.
           SELECT ARCHIVO-TARJETA ASSIGN TO "ORDENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wks-tarjeta-status.
      *Lista ascendente de la corrida anterior, con una cabecera del
      *modo y la fecha; se compara contra la de hoy y al terminar se
      *reemplaza con la de hoy para la siguiente corrida.
           SELECT ARCHIVO-ANTERIOR ASSIGN TO "ORDPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wks-anterior-status.

       DATA DIVISION.
       FILE SECTION.
      *por eso se captura como alfanumerico y se normaliza al cargarlo
       FD  ARCHIVO-NUMEROS.
       01 REG-NUMERO               pic X(5).
      *con tarjeta de orden cada renglon es un registro de movimiento;
      *el importe llega como texto con signo y punto decimal (p.ej.
      *"-1234.50") y tambien se normaliza con NUMVAL
       01 REG-MOVIMIENTO.
           05 MOV-cuenta            pic X(10).
           05 MOV-fecha             pic 9(8).
           05 MOV-importe           pic X(13).
           05 MOV-descripcion       pic X(30).

       FD  ARCHIVO-REPORTE.
       01 REG-REPORTE               pic X(80).
      *fuente (1 a 3) de la que llego el registro, etiquetada al
      *alimentar el ordenamiento
           05 ORD-origen            pic 9(01).
      *registro de movimiento (solo con tarjeta de orden)
           05 ORD-cuenta            pic X(10).
           05 ORD-fecha             pic 9(8).
           05 ORD-importe           pic S9(9)V99.
           05 ORD-descripcion       pic X(30).
      *valor sobre el que trabajan las estadisticas: el numero, o el
      *importe cuando se ordenan registros de movimiento
           05 ORD-valor             pic S9(9)V99.
      *llaves del orden por tarjeta, ya armadas en forma comparable
      *como texto (un campo descendente va con los bytes invertidos),
      *para que un solo SORT sirva para cualquier combinacion
           05 ORD-llaves.
               10 ORD-llave-1       pic X(30).
               10 ORD-llave-2       pic X(30).
               10 ORD-llave-3       pic X(30).
           05 ORD-tabla-llaves redefines ORD-llaves.
               10 ORD-llave         pic X(30) occurs 3 times.

       FD  ARCHIVO-ORDENADO.
       01 REG-ORDENADO.
           05 ORDENADO-numero       pic 9(5).
      *con tarjeta de orden la lista ordenada lleva el registro
      *completo, con el importe de signo al frente
       01 REG-ORDENADO-MOV.
           05 ORM-cuenta            pic X(10).
           05 ORM-filler-1          pic X(01).
           05 ORM-fecha             pic 9(8).
           05 ORM-filler-2          pic X(01).
           05 ORM-importe           pic S9(9)V99
                                    sign is leading separate.
           05 ORM-filler-3          pic X(01).
           05 ORM-descripcion       pic X(30).

       FD  ARCHIVO-ESTADISTICA.
       01 REG-ESTADISTICA.
           05 EST-numero            pic 9(5).
      *con tarjeta de orden la lista ascendente es de importes
       01 REG-EST-IMPORTE.
           05 EST-importe           pic S9(9)V99
                                    sign is leading separate.

      *tarjeta de orden: hasta tres llaves, cada una con el nombre
      *del campo (CUENTA, FECHA, IMPORTE o DESCRIPCION) y el sentido
      *(A ascendente, D descendente; en blanco es ascendente)
       FD  ARCHIVO-TARJETA.
       01 REG-TARJETA.
           05 TAR-llave occurs 3 times.
               10 TAR-campo         pic X(11).
               10 TAR-sentido       pic X(01).
               10 TAR-filler        pic X(01).

      *lista anterior: el primer renglon es la cabecera ("C", el modo
      *de la corrida, N numeros o S registros, y su fecha); los demas
      *son los valores en ascendente, con el trazado de ORDASC
       FD  ARCHIVO-ANTERIOR.
       01 REG-ANT-CABECERA.
           05 ANT-tipo              pic X(01).
           05 ANT-modo              pic X(01).
           05 ANT-fecha             pic 9(8).
       01 REG-ANT-NUMERO.
           05 ANT-numero            pic 9(5).
       01 REG-ANT-IMPORTE.
           05 ANT-importe           pic S9(9)V99
                                    sign is leading separate.

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       01 WKS-TABLA-FUENTES.
           05 wks-fuente-entrada occurs 3 times.
               10 wks-fue-leidos   pic 9(7).
               10 wks-fue-suma     pic S9(13)V99.
               10 wks-fue-minimo   pic S9(9)V99.
               10 wks-fue-maximo   pic S9(9)V99.
      *cuadre de la seccion por fuente: el total general debe ser la
      *suma de los leidos de las tres fuentes
       01 wks-cuadre-fuentes   pic 9(7).
      *acumulados del apendice: la suma, el minimo y el maximo se
      *levantan al alimentar el SORT; el resto sale de la pasada
      *sobre la lista ascendente
       01 wks-suma             pic S9(13)V99 value 0.
       01 wks-minimo           pic S9(9)V99 value 99999.
       01 wks-maximo           pic S9(9)V99 value 0.
       01 wks-promedio         pic S9(9)V9(2).
       01 wks-mediana          pic S9(9)V9(2).
      *posiciones centrales de la lista ascendente para la mediana
      *(iguales cuando el total es impar) y los valores ahi leidos
       01 wks-pos-mediana-1    pic 9(7).
       01 wks-pos-mediana-2    pic 9(7).
       01 wks-valor-mediana-1  pic S9(9)V99.
       01 wks-valor-mediana-2  pic S9(9)V99.
      *posicion en curso de la pasada sobre la lista ascendente
       01 wks-posicion         pic 9(7).
      *corrida de valores repetidos en curso: valor anterior y veces
       01 wks-valor-anterior   pic S9(9)V99.
       01 wks-repeticiones     pic 9(7).
      *cuantos valores distintos aparecieron mas de una vez
       01 wks-total-duplicados pic 9(7) value 0.
       01 wks-edita-valor      pic ZZZZ9.
       01 wks-edita-suma       pic ZZZZZZZZZZZ9.
       01 wks-edita-decimal    pic ZZZZZZ9.99.
      *con tarjeta de orden los valores son importes con signo y
      *centavos
       01 wks-edita-importe    pic -ZZZZZZZZ9.99.
       01 wks-edita-suma-importe pic -ZZZZZZZZZZZZ9.99.
      *valor a editar y su forma editada para las lineas del
      *apendice; el largo depende de si son numeros o importes
       01 wks-valor-editar     pic S9(13)V99.
       01 wks-valor-editado    pic X(17).
       01 wks-largo-editado    pic 9(02).
      *valor leido de la lista ascendente, numero o importe
       01 wks-valor-leido      pic S9(9)V99.
      *tarjeta de orden: estado, si se ordenan registros y las llaves
      *ya validadas (campo 1 cuenta, 2 fecha, 3 importe, 4
      *descripcion, y su sentido)
       01 wks-tarjeta-status   pic X(02) value "00".
       01 wks-modo-registros   pic X(01) value "N".
           88 wks-con-registros     value "S".
       01 wks-tarjeta-mala     pic X(01) value "N".
           88 wks-tarjeta-invalida  value "S".
       01 wks-total-llaves     pic 9(01) value 0.
       01 wks-idx-llave        pic 9(01).
       01 WKS-TABLA-LLAVES.
           05 wks-llave-entrada occurs 3 times.
               10 wks-llave-campo   pic 9(01).
               10 wks-llave-sentido pic X(01).
      *llave en armado y el importe desplazado a positivo para que
      *compare como texto (el importe minimo queda en ceros)
       01 wks-llave-armada     pic X(30).
       01 wks-importe-orden    pic 9(10)V99.
       01 wks-importe-orden-x redefines wks-importe-orden pic X(12).
      *alfabeto completo de 256 bytes y su inverso: un campo llave
      *descendente se convierte byte por byte y asi ordena al reves
      *dentro del mismo SORT ascendente
       01 wks-alfabeto         pic X(256).
       01 wks-alfabeto-inverso pic X(256).
       01 wks-codigo-byte      pic 9(4) binary.
       01 wks-codigo-bytes redefines wks-codigo-byte pic X(02).
       01 wks-posicion-byte    pic 9(03).
      *registro "antes" del reporte con tarjeta de orden
       01 wks-antes-cuenta     pic X(10).
       01 wks-antes-fecha      pic 9(8).
       01 wks-antes-importe    pic S9(9)V99.
      *comparacion contra la corrida anterior: si hay lista anterior
      *comparable, su fecha y la seccion en curso (1 nuevos, 2
      *desaparecidos, 3 frecuencia cambiada)
       01 wks-anterior-status  pic X(02) value "00".
       01 wks-hay-anterior     pic X(01) value "N".
           88 wks-con-anterior      value "S".
       01 wks-fecha-anterior   pic 9(8).
       01 wks-seccion          pic 9(01).
      *lectura adelantada de cada lista y el grupo de valores iguales
      *en curso de cada lado, con sus veces
       01 wks-fin-hoy          pic X(01) value "N".
           88 wks-fin-de-hoy        value "S".
       01 wks-fin-ayer         pic X(01) value "N".
           88 wks-fin-de-ayer       value "S".
       01 wks-hoy-agotado      pic X(01) value "N".
           88 wks-sin-grupo-hoy     value "S".
       01 wks-ayer-agotado     pic X(01) value "N".
           88 wks-sin-grupo-ayer    value "S".
       01 wks-sig-hoy          pic S9(9)V99.
       01 wks-sig-ayer         pic S9(9)V99.
       01 wks-grupo-hoy        pic S9(9)V99.
       01 wks-grupo-ayer       pic S9(9)V99.
       01 wks-veces-hoy        pic 9(7).
       01 wks-veces-ayer       pic 9(7).
      *conteos de la seccion y cuadre ayer + agregados - quitados =
      *hoy, en registros
       01 wks-valores-seccion  pic 9(7).
       01 wks-registros-seccion pic 9(7).
       01 wks-registros-ayer   pic 9(7) value 0.
       01 wks-agregados        pic 9(7) value 0.
       01 wks-quitados         pic 9(7) value 0.
       01 wks-calculado-hoy    pic S9(8).
       01 wks-diferencia       pic S9(7).

       PROCEDURE DIVISION.

       display "# --- Ordenando lista desde archivo... --- #".

       perform 00035-leer-tarjeta-orden.
       if not wks-tarjeta-invalida
           if not wks-con-registros
               perform 00010-menu-orden
           end-if
           perform 00011-ejecutar-orden
           perform 00023-orden-estadistico
           perform 00012-generar-reporte
       end-if.
       perform 00022-resumen-final.
      *GOBACK para poder correrlo como subprograma del menu principal
      *sin tumbar todo el run unit.
      * variantes comparten la alimentacion (00001) y la descarga
      * (00002), solo cambia la llave. El pase modificado conserva el
      * resultado del burbuja historico: pares primero en su orden de
      * llegada y despues los impares de mayor a menor. Con tarjeta
      * de orden las llaves ya vienen armadas y la secuencia de
      * llegada desempata.
       00011-ejecutar-orden.
           if wks-con-registros
               sort ARCHIVO-ORDEN
                   on ascending key ORD-llave-1
                   on ascending key ORD-llave-2
                   on ascending key ORD-llave-3
                   on ascending key ORD-secuencia
                   input procedure is 00001-alimentar-orden
                   output procedure is 00002-descargar-orden
           else
           if wks-opcion-orden = 2
               sort ARCHIVO-ORDEN
                   on ascending key ORD-paridad
       00001-alimentar-orden.
           move 0 to wks-total-registros.
           move 0 to wks-suma.
           if wks-con-registros
               move 999999999.99 to wks-minimo
           else
               move 99999 to wks-minimo
           end-if.
           if wks-con-registros
               move -999999999.99 to wks-maximo
           else
               move 0 to wks-maximo
           end-if.
           perform 00029-iniciar-fuente
               varying wks-fuente from 1 by 1 until wks-fuente > 3.
           perform 00030-alimentar-fuente
       00029-iniciar-fuente.
           move 0 to wks-fue-leidos(wks-fuente).
           move 0 to wks-fue-suma(wks-fuente).
           move wks-minimo to wks-fue-minimo(wks-fuente).
           move wks-maximo to wks-fue-maximo(wks-fuente).

      * subrutina que alimenta una fuente completa al ordenamiento
       00030-alimentar-fuente.
                   move "S" to wks-fin-numeros
               not at end
                   add 1 to wks-total-registros
                   move spaces to REG-ORDEN
                   if wks-con-registros
                       perform 00038-cargar-movimiento
                   else
      *el renglon puede llegar sin ceros a la izquierda (p.ej. "5"
      *en vez de "00005"), por eso se convierte con NUMVAL en vez de
      *copiar los bytes crudos al registro numerico
                       compute ORD-numero =
                            function numval(REG-NUMERO)
                       move ORD-numero to ORD-valor
                       move 0 to ORD-fecha
                       move 0 to ORD-importe
                   end-if
                   add ORD-valor to wks-suma
                   if ORD-valor < wks-minimo
                       move ORD-valor to wks-minimo
                   end-if
                   if ORD-valor > wks-maximo
                       move ORD-valor to wks-maximo
                   end-if
      *el registro queda etiquetado con su fuente y acumulado en el
      *renglon de esa fuente para la seccion por fuente del reporte
                   move wks-fuente to ORD-origen
                   add 1 to wks-fue-leidos(wks-fuente)
                   add ORD-valor to wks-fue-suma(wks-fuente)
                   if ORD-valor < wks-fue-minimo(wks-fuente)
                       move ORD-valor to wks-fue-minimo(wks-fuente)
                   end-if
                   if ORD-valor > wks-fue-maximo(wks-fuente)
                       move ORD-valor to wks-fue-maximo(wks-fuente)
                   end-if
                   move wks-total-registros to ORD-secuencia
                   perform 00006-module
               at end
                   move "S" to wks-fin-orden
               not at end
                   if wks-con-registros
                       move spaces to REG-ORDENADO-MOV
                       move ORD-cuenta to ORM-cuenta
                       move ORD-fecha to ORM-fecha
                       move ORD-importe to ORM-importe
                       move ORD-descripcion to ORM-descripcion
                       write REG-ORDENADO-MOV
                   else
                       move ORD-numero to ORDENADO-numero
                       write REG-ORDENADO
                   end-if
           end-return.

      * subrutina que arma el reporte impreso antes/despues del orden,
           end-if.
           perform 00032-imprimir-seccion-fuentes.
           perform 00017-imprimir-apendice.
           perform 00047-comparar-anterior.
           perform 00016-cerrar-reporte.
           perform 00058-guardar-anterior.

      * subrutina que compara la lista ascendente de hoy contra la de
      * la corrida anterior por pareo de los dos archivos ordenados:
      * valores nuevos hoy, valores que desaparecieron y valores cuya
      * frecuencia cambio, cada seccion en su propia pasada y con sus
      * conteos, y al final la linea de cuadre en registros
       00047-comparar-anterior.
           move spaces to REG-REPORTE.
           write REG-REPORTE.
           move spaces to REG-REPORTE.
           string "COMPARACION CONTRA LA CORRIDA ANTERIOR"
               delimited by size into REG-REPORTE.
           write REG-REPORTE.
           perform 00048-revisar-anterior.
           if wks-con-anterior
               move spaces to REG-REPORTE
               string "Corrida anterior del " delimited by size
                   wks-fecha-anterior delimited by size
                   into REG-REPORTE
               write REG-REPORTE
               move 0 to wks-registros-ayer
               move 0 to wks-agregados
               move 0 to wks-quitados
               perform 00049-pasada-comparacion
                   varying wks-seccion from 1 by 1
                   until wks-seccion > 3
               perform 00062-imprimir-cuadre
           end-if.

      * subrutina que abre la lista anterior y revisa su cabecera; sin
      * lista anterior, o de una corrida en otro modo, no hay contra
      * que comparar y se dice en el reporte
       00048-revisar-anterior.
           move "N" to wks-hay-anterior.
           open input ARCHIVO-ANTERIOR.
           if wks-anterior-status = "35"
               move spaces to REG-REPORTE
               string "Sin corrida anterior, no hay comparacion"
                   delimited by size into REG-REPORTE
               write REG-REPORTE
           else
               move spaces to REG-ANT-CABECERA
               read ARCHIVO-ANTERIOR
                   at end move spaces to REG-ANT-CABECERA
               end-read
               close ARCHIVO-ANTERIOR
               if ANT-tipo = "C" and ANT-modo = wks-modo-registros
                   move "S" to wks-hay-anterior
                   move ANT-fecha to wks-fecha-anterior
               else
                   move spaces to REG-REPORTE
                   string "La corrida anterior no es comparable "
                       delimited by size
                       "(otro tipo de lista), no hay comparacion"
                       delimited by size into REG-REPORTE
                   write REG-REPORTE
               end-if
           end-if.

      * subrutina que hace una pasada de pareo para la seccion en
      * curso: imprime su titulo, recorre las dos listas grupo por
      * grupo y cierra con los conteos de la seccion
       00049-pasada-comparacion.
           move spaces to REG-REPORTE.
           write REG-REPORTE.
           move spaces to REG-REPORTE.
           if wks-seccion = 1
               string "VALORES NUEVOS HOY (VALOR / VECES)"
                   delimited by size into REG-REPORTE
           else
           if wks-seccion = 2
               string "VALORES QUE DESAPARECIERON (VALOR / VECES "
                   delimited by size
                   "AYER)" delimited by size into REG-REPORTE
           else
               string "VALORES CON FRECUENCIA CAMBIADA (VALOR / "
                   delimited by size
                   "AYER / HOY)" delimited by size into REG-REPORTE
           end-if
           end-if.
           write REG-REPORTE.
           move 0 to wks-valores-seccion.
           move 0 to wks-registros-seccion.
           move "N" to wks-fin-hoy.
           move "N" to wks-fin-ayer.
           open input ARCHIVO-ESTADISTICA.
           open input ARCHIVO-ANTERIOR.
           read ARCHIVO-ANTERIOR
               at end move "S" to wks-fin-ayer
           end-read.
           perform 00050-leer-hoy.
           perform 00053-leer-ayer.
           perform 00051-grupo-hoy.
           perform 00054-grupo-ayer.
           perform 00056-parear-grupos
               until wks-sin-grupo-hoy and wks-sin-grupo-ayer.
           close ARCHIVO-ESTADISTICA.
           close ARCHIVO-ANTERIOR.
           perform 00061-conteos-seccion.

      * subrutina que lee adelantado el siguiente valor de hoy
       00050-leer-hoy.
           read ARCHIVO-ESTADISTICA
               at end move "S" to wks-fin-hoy
               not at end
                   perform 00039-tomar-valor-leido
                   move wks-valor-leido to wks-sig-hoy
           end-read.

      * subrutina que junta el siguiente grupo de valores iguales de
      * hoy con sus veces
       00051-grupo-hoy.
           if wks-fin-de-hoy
               move "S" to wks-hoy-agotado
           else
               move "N" to wks-hoy-agotado
               move wks-sig-hoy to wks-grupo-hoy
               move 0 to wks-veces-hoy
               perform 00052-contar-hoy
                   until wks-fin-de-hoy
                   or wks-sig-hoy not = wks-grupo-hoy
           end-if.

      * subrutina que cuenta un valor del grupo de hoy y lee el que
      * sigue
       00052-contar-hoy.
           add 1 to wks-veces-hoy.
           perform 00050-leer-hoy.

      * subrutina que lee adelantado el siguiente valor de la lista
      * anterior
       00053-leer-ayer.
           read ARCHIVO-ANTERIOR
               at end move "S" to wks-fin-ayer
               not at end
                   if wks-con-registros
                       move ANT-importe to wks-sig-ayer
                   else
                       move ANT-numero to wks-sig-ayer
                   end-if
           end-read.

      * subrutina que junta el siguiente grupo de valores iguales de
      * la lista anterior con sus veces; en la primera pasada se
      * cuentan tambien los registros de ayer para el cuadre
       00054-grupo-ayer.
           if wks-fin-de-ayer
               move "S" to wks-ayer-agotado
           else
               move "N" to wks-ayer-agotado
               move wks-sig-ayer to wks-grupo-ayer
               move 0 to wks-veces-ayer
               perform 00055-contar-ayer
                   until wks-fin-de-ayer
                   or wks-sig-ayer not = wks-grupo-ayer
               if wks-seccion = 1
                   add wks-veces-ayer to wks-registros-ayer
               end-if
           end-if.

      * subrutina que cuenta un valor del grupo de ayer y lee el que
      * sigue
       00055-contar-ayer.
           add 1 to wks-veces-ayer.
           perform 00053-leer-ayer.

      * subrutina de pareo de un grupo: el menor de los dos lados va
      * solo (nuevo hoy o desaparecido) y con valores iguales se
      * comparan las veces; cada pasada imprime solo lo de su seccion
       00056-parear-grupos.
           if wks-sin-grupo-ayer or
              (not wks-sin-grupo-hoy and
               wks-grupo-hoy < wks-grupo-ayer)
               if wks-seccion = 1
                   perform 00057-linea-nuevo
               end-if
               perform 00051-grupo-hoy
           else
           if wks-sin-grupo-hoy or wks-grupo-ayer < wks-grupo-hoy
               if wks-seccion = 2
                   perform 00059-linea-desaparecido
               end-if
               perform 00054-grupo-ayer
           else
               if wks-seccion = 3 and
                  wks-veces-hoy not = wks-veces-ayer
                   perform 00060-linea-frecuencia
               end-if
               perform 00051-grupo-hoy
               perform 00054-grupo-ayer
           end-if
           end-if.

      * subrutina que escribe un valor nuevo hoy; todas sus veces son
      * registros agregados
       00057-linea-nuevo.
           add 1 to wks-valores-seccion.
           add wks-veces-hoy to wks-registros-seccion.
           add wks-veces-hoy to wks-agregados.
           move wks-grupo-hoy to wks-valor-editar.
           perform 00040-editar-valor.
           move wks-veces-hoy to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               "          " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.

      * subrutina que escribe un valor que desaparecio; todas sus
      * veces de ayer son registros quitados
       00059-linea-desaparecido.
           add 1 to wks-valores-seccion.
           add wks-veces-ayer to wks-registros-seccion.
           add wks-veces-ayer to wks-quitados.
           move wks-grupo-ayer to wks-valor-editar.
           perform 00040-editar-valor.
           move wks-veces-ayer to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               "          " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.

      * subrutina que escribe un valor con frecuencia cambiada; la
      * diferencia de veces cuenta como agregados o como quitados
       00060-linea-frecuencia.
           add 1 to wks-valores-seccion.
           compute wks-diferencia = wks-veces-hoy - wks-veces-ayer.
           if wks-diferencia > 0
               add wks-diferencia to wks-agregados
               add wks-diferencia to wks-registros-seccion
           else
               subtract wks-diferencia from wks-quitados
               subtract wks-diferencia from wks-registros-seccion
           end-if.
           move wks-grupo-hoy to wks-valor-editar.
           perform 00040-editar-valor.
           move spaces to REG-REPORTE.
           move wks-veces-ayer to wks-edita-conteo.
           string wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               "          " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           move wks-veces-hoy to wks-edita-conteo.
           move wks-edita-conteo to
               REG-REPORTE(wks-largo-editado + 19:7).
           write REG-REPORTE.

      * subrutina que cierra una seccion con sus conteos: valores y
      * registros que representan
       00061-conteos-seccion.
           if wks-valores-seccion = 0
               move spaces to REG-REPORTE
               string "(ninguno)" delimited by size into REG-REPORTE
               write REG-REPORTE
           end-if.
           move wks-valores-seccion to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string "Valores.............: " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-registros-seccion to wks-edita-conteo.
           move spaces to REG-REPORTE.
           if wks-seccion = 3
               string "Registros de dif....: " delimited by size
                   wks-edita-conteo delimited by size
                   into REG-REPORTE
           else
               string "Registros...........: " delimited by size
                   wks-edita-conteo delimited by size
                   into REG-REPORTE
           end-if.
           write REG-REPORTE.

      * subrutina que imprime la linea de cuadre de la comparacion:
      * los registros de ayer mas los agregados menos los quitados
      * deben dar los registros de hoy
       00062-imprimir-cuadre.
           compute wks-calculado-hoy =
               wks-registros-ayer + wks-agregados - wks-quitados.
           move spaces to REG-REPORTE.
           write REG-REPORTE.
           move wks-registros-ayer to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string "Registros ayer......: " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-agregados to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string "Mas agregados.......: " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-quitados to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string "Menos quitados......: " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-total-registros to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string "Registros hoy.......: " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move spaces to REG-REPORTE.
           if wks-calculado-hoy = wks-total-registros
               string "Cuadre correcto: ayer + agregados - quitados "
                   delimited by size
                   "= hoy" delimited by size
                   into REG-REPORTE
           else
               string "ATENCION: ayer + agregados - quitados NO da "
                   delimited by size
                   "el total de hoy" delimited by size
                   into REG-REPORTE
           end-if.
           write REG-REPORTE.

      * subrutina que guarda la lista ascendente de hoy como lista
      * anterior de la siguiente corrida, con su cabecera
       00058-guardar-anterior.
           open output ARCHIVO-ANTERIOR.
           move spaces to REG-ANT-CABECERA.
           move "C" to ANT-tipo.
           move wks-modo-registros to ANT-modo.
           move wks-fecha-reporte to ANT-fecha.
           write REG-ANT-CABECERA.
           move "N" to wks-fin-estadistica.
           open input ARCHIVO-ESTADISTICA.
           perform 00063-copiar-valor until wks-fin-de-estadistica.
           close ARCHIVO-ESTADISTICA.
           close ARCHIVO-ANTERIOR.

      * subrutina que copia un valor de la lista de hoy a la anterior
       00063-copiar-valor.
           read ARCHIVO-ESTADISTICA
               at end
                   move "S" to wks-fin-estadistica
               not at end
                   if wks-con-registros
                       move EST-importe to ANT-importe
                       write REG-ANT-IMPORTE
                   else
                       move EST-numero to ANT-numero
                       write REG-ANT-NUMERO
                   end-if
           end-read.

      * subrutina para abrir el archivo de reporte
       00013-abrir-reporte.
           move spaces to REG-REPORTE.
           write REG-REPORTE.
           move spaces to REG-REPORTE.
           if wks-con-registros
               string "Registros desordenados" delimited by size
                   "             " delimited by size
                   "Registros ordenados" delimited by size
                   into REG-REPORTE
               write REG-REPORTE
               move spaces to REG-REPORTE
               string "CUENTA     FECHA         IMPORTE  " delimited
                   by size
                   "  CUENTA     FECHA         IMPORTE" delimited
                   by size
                   into REG-REPORTE
           else
               string "Array desordenado" delimited by size
                   "          " delimited by size
                   "Array ordenado" delimited by size
                   into REG-REPORTE
           end-if.
           write REG-REPORTE.

      * subrutina que escribe una linea del detalle antes/despues,
           if not wks-fin-de-ordenado
               perform 00031-leer-numero-antes
               move spaces to REG-REPORTE
               if wks-con-registros
                   perform 00043-detalle-movimiento
               else
                   string wks-numero-antes delimited by size
                       "               " delimited by size
                       ORDENADO-numero delimited by size
                       into REG-REPORTE
               end-if
               write REG-REPORTE
           end-if.

      * subrutina que arma la linea antes/despues con tarjeta de
      * orden: cuenta, fecha e importe de cada lado
       00043-detalle-movimiento.
           move wks-antes-cuenta to REG-REPORTE(1:10).
           move wks-antes-fecha to REG-REPORTE(12:8).
           move wks-antes-importe to wks-edita-importe.
           move wks-edita-importe to REG-REPORTE(21:13).
           move ORM-cuenta to REG-REPORTE(36:10).
           move ORM-fecha to REG-REPORTE(47:8).
           move ORM-importe to wks-edita-importe.
           move wks-edita-importe to REG-REPORTE(56:13).

      * subrutina que toma el siguiente numero "antes" recorriendo
      * las fuentes en orden; agotada una fuente se abre la
      * siguiente, y agotadas las tres la columna queda en ceros
               until wks-antes-leido or wks-fuente > 3.
           if not wks-antes-leido
               move zeros to wks-numero-antes
               move spaces to wks-antes-cuenta
               move zeros to wks-antes-fecha
               move zeros to wks-antes-importe
           end-if.

      * subrutina que intenta leer de la fuente en curso o avanza a
                       perform 00009-cerrar-numeros
                       move "S" to wks-fin-numeros
                   not at end
                       if wks-con-registros
                           move MOV-cuenta to wks-antes-cuenta
                           move MOV-fecha to wks-antes-fecha
                           compute wks-antes-importe =
                               function numval(MOV-importe)
                       else
                           compute wks-numero-antes =
                               function numval(REG-NUMERO)
                       end-if
                       move "S" to wks-antes-hallado
               end-read
           end-if.
               into REG-REPORTE.
           write REG-REPORTE.
           move spaces to REG-REPORTE.
           if wks-con-registros
               string "FUENTE    LEIDOS        MINIMO        MAXIMO"
                   delimited by size
                   "              SUMA" delimited by size
                   into REG-REPORTE
           else
               string "FUENTE    LEIDOS  MINIMO MAXIMO SUMA"
                   delimited by size into REG-REPORTE
           end-if.
           write REG-REPORTE.
           move 0 to wks-cuadre-fuentes.
           perform 00034-linea-fuente
           move wks-nombre-fuente(wks-fuente) to REG-REPORTE(1:8).
           move wks-fue-leidos(wks-fuente) to wks-edita-conteo.
           move wks-edita-conteo to REG-REPORTE(10:7).
           if wks-con-registros
               perform 00044-linea-fuente-importes
           else
               if wks-fue-leidos(wks-fuente) = 0
                   move 0 to wks-edita-valor
               else
                   move wks-fue-minimo(wks-fuente) to wks-edita-valor
               end-if
               move wks-edita-valor to REG-REPORTE(19:5)
               move wks-fue-maximo(wks-fuente) to wks-edita-valor
               move wks-edita-valor to REG-REPORTE(26:5)
               move wks-fue-suma(wks-fuente) to wks-edita-suma
               move wks-edita-suma to REG-REPORTE(33:12)
           end-if.
           write REG-REPORTE.

      * subrutina que llena minimo, maximo y suma de una fuente con
      * importes; una fuente vacia queda en cero
       00044-linea-fuente-importes.
           if wks-fue-leidos(wks-fuente) = 0
               move 0 to wks-edita-importe
               move wks-edita-importe to REG-REPORTE(18:13)
               move wks-edita-importe to REG-REPORTE(32:13)
           else
               move wks-fue-minimo(wks-fuente) to wks-edita-importe
               move wks-edita-importe to REG-REPORTE(18:13)
               move wks-fue-maximo(wks-fuente) to wks-edita-importe
               move wks-edita-importe to REG-REPORTE(32:13)
           end-if.
           move wks-fue-suma(wks-fuente) to wks-edita-suma-importe.
           move wks-edita-suma-importe to REG-REPORTE(46:17).

      * subrutina para cerrar el archivo de reporte
       00016-cerrar-reporte.
           close ARCHIVO-REPORTE.
      * valores ordenados por valor, sin importar el pase pedido
       00023-orden-estadistico.
           sort ARCHIVO-ORDEN
               on ascending key ORD-valor
               input procedure is 00001-alimentar-orden
               output procedure is 00024-descargar-estadistica.

               at end
                   move "S" to wks-fin-orden
               not at end
                   if wks-con-registros
                       move ORD-valor to EST-importe
                       write REG-EST-IMPORTE
                   else
                       move ORD-numero to EST-numero
                       write REG-ESTADISTICA
                   end-if
           end-return.

      * subrutina que arma el apendice del reporte: estadisticas
               at end
                   move "S" to wks-fin-estadistica
               not at end
                   perform 00039-tomar-valor-leido
                   add 1 to wks-posicion
                   if wks-posicion = wks-pos-mediana-1
                       move wks-valor-leido to wks-valor-mediana-1
                   end-if
                   if wks-posicion = wks-pos-mediana-2
                       move wks-valor-leido to wks-valor-mediana-2
                   end-if
           end-read.

               at end
                   move "S" to wks-fin-estadistica
               not at end
                   perform 00039-tomar-valor-leido
                   if wks-repeticiones = 0
                       move wks-valor-leido to wks-valor-anterior
                       move 1 to wks-repeticiones
                   else
                   if wks-valor-leido = wks-valor-anterior
                       add 1 to wks-repeticiones
                   else
                       if wks-repeticiones > 1
                           perform 00026-escribir-duplicado
                       end-if
                       move wks-valor-leido to wks-valor-anterior
                       move 1 to wks-repeticiones
                   end-if
                   end-if
      * subrutina que escribe un renglon de la tabla de duplicados
       00026-escribir-duplicado.
           add 1 to wks-total-duplicados.
           move wks-valor-anterior to wks-valor-editar.
           perform 00040-editar-valor.
           move wks-repeticiones to wks-edita-conteo.
           move spaces to REG-REPORTE.
           string wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               "          " delimited by size
               wks-edita-conteo delimited by size
               into REG-REPORTE.
       00020-escribir-estadisticas.
           compute wks-promedio rounded =
               wks-suma / wks-total-registros.
           compute wks-mediana rounded =
               (wks-valor-mediana-1 + wks-valor-mediana-2) / 2.
           move spaces to REG-REPORTE.
           write REG-REPORTE.
               wks-edita-conteo delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-minimo to wks-valor-editar.
           perform 00040-editar-valor.
           move spaces to REG-REPORTE.
           string "Minimo..............: " delimited by size
               wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-maximo to wks-valor-editar.
           perform 00040-editar-valor.
           move spaces to REG-REPORTE.
           string "Maximo..............: " delimited by size
               wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-suma to wks-valor-editar.
           perform 00041-editar-suma.
           move spaces to REG-REPORTE.
           string "Suma................: " delimited by size
               wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-promedio to wks-valor-editar.
           perform 00042-editar-decimal.
           move spaces to REG-REPORTE.
           string "Promedio............: " delimited by size
               wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               into REG-REPORTE.
           write REG-REPORTE.
           move wks-mediana to wks-valor-editar.
           perform 00042-editar-decimal.
           move spaces to REG-REPORTE.
           string "Mediana.............: " delimited by size
               wks-valor-editado(1:wks-largo-editado)
                   delimited by size
               into REG-REPORTE.
           write REG-REPORTE.

      * subrutina que edita un valor del apendice: un numero con la
      * mascara de siempre o un importe con signo y centavos
       00040-editar-valor.
           move spaces to wks-valor-editado.
           if wks-con-registros
               move wks-valor-editar to wks-edita-importe
               move wks-edita-importe to wks-valor-editado
               move 13 to wks-largo-editado
           else
               move wks-valor-editar to wks-edita-valor
               move wks-edita-valor to wks-valor-editado
               move 5 to wks-largo-editado
           end-if.

      * subrutina que edita una suma del apendice
       00041-editar-suma.
           move spaces to wks-valor-editado.
           if wks-con-registros
               move wks-valor-editar to wks-edita-suma-importe
               move wks-edita-suma-importe to wks-valor-editado
               move 17 to wks-largo-editado
           else
               move wks-valor-editar to wks-edita-suma
               move wks-edita-suma to wks-valor-editado
               move 12 to wks-largo-editado
           end-if.

      * subrutina que edita un promedio o una mediana del apendice
       00042-editar-decimal.
           move spaces to wks-valor-editado.
           if wks-con-registros
               move wks-valor-editar to wks-edita-importe
               move wks-edita-importe to wks-valor-editado
               move 13 to wks-largo-editado
           else
               move wks-valor-editar to wks-edita-decimal
               move wks-edita-decimal to wks-valor-editado
               move 10 to wks-largo-editado
           end-if.

      * subrutina que toma el valor del renglon leido de la lista
      * ascendente, numero o importe segun el modo de la corrida
       00039-tomar-valor-leido.
           if wks-con-registros
               move EST-importe to wks-valor-leido
           else
               move EST-numero to wks-valor-leido
           end-if.

      * subrutina que lee la tarjeta de orden, si la hay. Sin tarjeta
      * (status "35") se ordenan numeros como siempre; con tarjeta se
      * validan las llaves y las fuentes se leen como registros de
      * movimiento. Una tarjeta con un campo o sentido desconocido, o
      * sin ninguna llave, detiene la corrida sin ordenar nada.
       00035-leer-tarjeta-orden.
           open input ARCHIVO-TARJETA.
           if wks-tarjeta-status not = "35"
               move spaces to REG-TARJETA
               read ARCHIVO-TARJETA
                   at end move spaces to REG-TARJETA
               end-read
               close ARCHIVO-TARJETA
               move "S" to wks-modo-registros
               move 0 to wks-total-llaves
               perform 00036-validar-llave
                   varying wks-idx-llave from 1 by 1
                   until wks-idx-llave > 3
               if wks-total-llaves = 0
                   display "Tarjeta ORDENCTL sin llaves"
                   move "S" to wks-tarjeta-mala
               end-if
               if not wks-tarjeta-invalida
                   perform 00045-armar-alfabeto
                   display "Orden por tarjeta con " wks-total-llaves
                       " llave(s)"
               end-if
           end-if.

      * subrutina que valida una llave de la tarjeta; la primera
      * llave en blanco termina la lista
       00036-validar-llave.
           if TAR-campo(wks-idx-llave) not = spaces and
              wks-total-llaves = wks-idx-llave - 1
               add 1 to wks-total-llaves
               if TAR-campo(wks-idx-llave) = "CUENTA"
                   move 1 to wks-llave-campo(wks-total-llaves)
               else
               if TAR-campo(wks-idx-llave) = "FECHA"
                   move 2 to wks-llave-campo(wks-total-llaves)
               else
               if TAR-campo(wks-idx-llave) = "IMPORTE"
                   move 3 to wks-llave-campo(wks-total-llaves)
               else
               if TAR-campo(wks-idx-llave) = "DESCRIPCION"
                   move 4 to wks-llave-campo(wks-total-llaves)
               else
                   display "Campo llave desconocido en ORDENCTL: "
                       TAR-campo(wks-idx-llave)
                   move "S" to wks-tarjeta-mala
               end-if
               end-if
               end-if
               end-if
               if TAR-sentido(wks-idx-llave) = "D"
                   move "D" to wks-llave-sentido(wks-total-llaves)
               else
               if TAR-sentido(wks-idx-llave) = "A" or
                  TAR-sentido(wks-idx-llave) = space
                   move "A" to wks-llave-sentido(wks-total-llaves)
               else
                   display "Sentido desconocido en ORDENCTL: "
                       TAR-sentido(wks-idx-llave)
                   move "S" to wks-tarjeta-mala
               end-if
               end-if
           end-if.

      * subrutina que arma el alfabeto de 256 bytes en orden de
      * intercalacion y su inverso, para las llaves descendentes
       00045-armar-alfabeto.
           perform 00046-poner-byte
               varying wks-posicion-byte from 1 by 1
               until wks-posicion-byte > 256.

      * subrutina que pone un byte en el alfabeto y en el inverso
       00046-poner-byte.
           compute wks-codigo-byte = wks-posicion-byte - 1.
           move wks-codigo-bytes(2:1) to
               wks-alfabeto(wks-posicion-byte:1).
           move wks-codigo-bytes(2:1) to
               wks-alfabeto-inverso(257 - wks-posicion-byte:1).

      * subrutina que pasa un registro de movimiento al registro de
      * trabajo del ordenamiento y le arma sus llaves
       00038-cargar-movimiento.
           move MOV-cuenta to ORD-cuenta.
           move MOV-fecha to ORD-fecha.
           compute ORD-importe = function numval(MOV-importe).
           move MOV-descripcion to ORD-descripcion.
           move ORD-importe to ORD-valor.
           move 0 to ORD-numero.
           perform 00037-armar-llave
               varying wks-idx-llave from 1 by 1
               until wks-idx-llave > 3.

      * subrutina que arma una llave del ordenamiento en forma de
      * texto comparable; las llaves que la tarjeta no usa quedan en
      * blanco y no influyen en el orden
       00037-armar-llave.
           move spaces to wks-llave-armada.
           if wks-idx-llave <= wks-total-llaves
               if wks-llave-campo(wks-idx-llave) = 1
                   move ORD-cuenta to wks-llave-armada
               else
               if wks-llave-campo(wks-idx-llave) = 2
                   move ORD-fecha to wks-llave-armada
               else
               if wks-llave-campo(wks-idx-llave) = 3
                   compute wks-importe-orden =
                       ORD-importe + 1000000000
                   move wks-importe-orden-x to wks-llave-armada
               else
                   move ORD-descripcion to wks-llave-armada
               end-if
               end-if
               end-if
               if wks-llave-sentido(wks-idx-llave) = "D"
                   inspect wks-llave-armada
                       converting wks-alfabeto to wks-alfabeto-inverso
               end-if
           end-if.
           move wks-llave-armada to ORD-llave(wks-idx-llave).

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00022-resumen-final.
           move "EX1" to STD-PROGRAMA.
           move wks-total-registros to STD-REGISTROS-LEIDOS.
           move wks-total-registros to STD-REGISTROS-ESCRITOS.
           if wks-tarjeta-invalida
               move 08 to STD-CODIGO
               move "Tarjeta de orden ORDENCTL invalida" to
                   STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Ordenamiento finalizado sin errores" to
                   STD-MENSAJE
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM ex1.
