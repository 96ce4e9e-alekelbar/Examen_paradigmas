      *Respaldo, verificacion y restauracion de los maestros indexados
      *(OPERMST y MATRLIB), que hasta ahora solo se copiaban a mano.
      *Cada respaldo descarga el maestro completo, en orden de clave,
      *a un archivo secuencial fechado MAESTRO-AAAAMMDD-NNNN (NNNN es
      *la generacion, consecutiva por maestro) con una cabecera, un
      *renglon por registro y un pie con el conteo de registros y un
      *total hash (la suma de los codigos de todos los caracteres de
      *los registros). En cuanto se escribe, el respaldo se verifica
      *leyendolo de vuelta; el catalogo de generaciones (RESPCAT)
      *guarda por cada una sus conteos y si quedo verificada. Solo se
      *conservan las ultimas N generaciones de cada maestro (siete si
      *no se indica otra cosa); las anteriores se vacian y salen del
      *catalogo. La restauracion reconstruye el maestro desde la
      *generacion elegida despues de volver a verificarla y de que el
      *operador (o la tarjeta, con los registros esperados) confirme
      *los conteos; antes de vaciar el maestro vivo se saca de el un
      *respaldo de seguridad. Cada corrida termina con el informe de
      *las generaciones que existen (RESPREP).
      *Corre desde el mazo de MAIN con la funcion, el maestro, la
      *generacion, las generaciones a conservar y los registros
      *esperados en la tarjeta; sin parametros los pide con ACCEPT.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maestro de operadores (lo mantiene OPERMNT).
           SELECT ARCHIVO-OPERADORES ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-id
               FILE STATUS IS WKS-OPERADORES-STATUS.
      *Libreria de matrices (la escriben ex2 y MATIMP).
           SELECT ARCHIVO-LIBRERIA ASSIGN TO "MATRLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-clave
               FILE STATUS IS WKS-LIBRERIA-STATUS.
      *Archivo de respaldo de una generacion; el nombre se arma en
      *WKS-nombre-respaldo (MAESTRO-AAAAMMDD-NNNN).
           SELECT ARCHIVO-RESPALDO ASSIGN USING WKS-nombre-respaldo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RESPALDO-STATUS.
      *Catalogo de las generaciones de respaldo vigentes.
           SELECT ARCHIVO-CATALOGO ASSIGN TO "RESPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CATALOGO-STATUS.
      *Informe de la corrida y de las generaciones que existen.
           SELECT ARCHIVO-INFORME ASSIGN TO "RESPREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
      *maestro
       COPY "OPERREC.cpy".

       FD  ARCHIVO-LIBRERIA.
      *trazado compartido con ex2, que es quien guarda las matrices
       COPY "MATRREC.cpy".

       FD  ARCHIVO-RESPALDO.
      *cabecera ("H") y pie ("T") del respaldo: maestro, generacion,
      *fecha y hora del respaldo; el pie lleva ademas los totales de
      *control (en la cabecera van en cero)
       01 REG-RESP-CONTROL.
           05 RSC-tipo             pic X(01).
               88 RSC-es-cabecera         value "H".
               88 RSC-es-pie              value "T".
           05 RSC-maestro          pic X(08).
           05 RSC-generacion       pic 9(04).
           05 RSC-fecha            pic 9(08).
           05 RSC-hora             pic 9(08).
           05 RSC-registros        pic 9(07).
           05 RSC-hash             pic 9(15).
      *un registro del maestro ("D"), tal cual, en el espacio del
      *registro mas largo de los dos maestros
       01 REG-RESP-DETALLE.
           05 RSD-tipo             pic X(01).
               88 RSD-es-detalle          value "D".
           05 RSD-datos            pic X(3303).

       FD  ARCHIVO-CATALOGO.
      *una generacion vigente: maestro, numero, fecha y hora, nombre
      *del archivo, totales de control y estado de la verificacion
      *("V" verificada, "F" fallo la verificacion)
       01 REG-CATALOGO.
           05 CAT-maestro          pic X(08).
           05 CAT-filler-1         pic X(01).
           05 CAT-generacion       pic 9(04).
           05 CAT-filler-2         pic X(01).
           05 CAT-fecha            pic 9(08).
           05 CAT-filler-3         pic X(01).
           05 CAT-hora             pic 9(08).
           05 CAT-filler-4         pic X(01).
           05 CAT-nombre           pic X(24).
           05 CAT-filler-5         pic X(01).
           05 CAT-registros        pic 9(07).
           05 CAT-filler-6         pic X(01).
           05 CAT-hash             pic 9(15).
           05 CAT-filler-7         pic X(01).
           05 CAT-estado           pic X(01).

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
      *parametros de paso de la corrida desatendida; con la bandera
      *encendida la funcion y lo demas llegan de la tarjeta de
      *control en vez de pedirse con ACCEPT
       COPY "STDPARMS.cpy".
       77 WKS-OPERADORES-STATUS pic X(02) value "00".
       77 WKS-LIBRERIA-STATUS  pic X(02) value "00".
       77 WKS-RESPALDO-STATUS  pic X(02) value "00".
       77 WKS-CATALOGO-STATUS  pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
      *lo pedido: funcion, maestro (en blanco = ambos), generacion
      *(cero = la mas reciente), generaciones que se conservan y
      *registros esperados de una restauracion desatendida
       77 WKS-funcion          pic X(01).
       77 WKS-maestro          pic X(08).
       77 WKS-generacion       pic 9(04) value 0.
       77 WKS-conservar        pic 9(03) value 0.
       77 WKS-esperados        pic 9(07) value 0.
       77 WKS-parametros-ok    pic X(01) value "S".
           88 WKS-parametros-validos  value "S".
      *maestro que se esta trabajando y archivo de respaldo abierto
       77 WKS-maestro-actual   pic X(08).
       77 WKS-nombre-respaldo  pic X(24).
       77 WKS-maestro-ausente  pic X(01) value "N".
           88 WKS-sin-maestro         value "S".
       77 WKS-fin-archivo      pic X(01) value "N".
           88 WKS-fin-de-archivo      value "S".
      *imagen del registro sobre la que se calcula el total hash,
      *igual al descargar que al leer de vuelta
       77 WKS-imagen           pic X(3303).
       77 WKS-idx-caracter     pic 9(04).
      *totales de control del respaldo que se escribe
       77 WKS-fecha            pic 9(08).
       77 WKS-hora             pic 9(08).
       77 WKS-generacion-nueva pic 9(04) value 0.
       77 WKS-registros        pic 9(07) value 0.
       77 WKS-hash             pic 9(15) value 0.
      *verificacion de un respaldo leido de vuelta: lo contado, lo
      *que dice su pie y el veredicto
       77 WKS-ver-registros    pic 9(07) value 0.
       77 WKS-ver-hash         pic 9(15) value 0.
       77 WKS-pie-registros    pic 9(07) value 0.
       77 WKS-pie-hash         pic 9(15) value 0.
       77 WKS-hubo-cabecera    pic X(01) value "N".
           88 WKS-con-cabecera        value "S".
       77 WKS-hubo-pie         pic X(01) value "N".
           88 WKS-con-pie             value "S".
       77 WKS-verificacion     pic X(01) value "N".
           88 WKS-respaldo-correcto   value "S".
       77 WKS-motivo-falla     pic X(40).
      *restauracion: generacion elegida, confirmacion y lo escrito
       77 WKS-idx-restaurar    pic 9(03) value 0.
       77 WKS-confirma         pic X(01).
           88 WKS-confirma-si         value "S" "s".
       77 WKS-restaurados      pic 9(07) value 0.
       77 WKS-no-restaurados   pic 9(07) value 0.
       77 WKS-respaldo-previo  pic X(01) value "N".
           88 WKS-es-respaldo-previo  value "S".
      *catalogo de generaciones cargado de RESPCAT (hasta 500); las
      *que se depuran en la corrida quedan con estado "D" y no se
      *vuelven a grabar
       77 WKS-total-catalogo   pic 9(03) value 0.
       77 WKS-idx-cat          pic 9(03) value 0.
       77 WKS-idx-elegido      pic 9(03) value 0.
       01 WKS-TABLA-CATALOGO.
           05 WKS-cat-entrada occurs 500 times.
               10 WKS-cat-maestro      pic X(08).
               10 WKS-cat-generacion   pic 9(04).
               10 WKS-cat-fecha        pic 9(08).
               10 WKS-cat-hora         pic 9(08).
               10 WKS-cat-nombre       pic X(24).
               10 WKS-cat-registros    pic 9(07).
               10 WKS-cat-hash         pic 9(15).
               10 WKS-cat-estado       pic X(01).
       77 WKS-vigentes         pic 9(03) value 0.
       77 WKS-por-depurar      pic 9(03) value 0.
       77 WKS-depuradas        pic 9(05) value 0.
       77 WKS-listadas         pic 9(05) value 0.
       77 WKS-edita-conteo     pic ZZZZZZ9.
       77 WKS-edita-hash       pic ZZZZZZZZZZZZZZ9.
       77 WKS-texto-estado     pic X(14).
      *conteos de la corrida y resultado para el resumen final
       77 WKS-leidos           pic 9(07) value 0.
       77 WKS-escritos         pic 9(07) value 0.
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".
       77 WKS-hubo-aviso       pic X(01) value "N".
           88 WKS-hubo-algun-aviso    value "S".
       77 WKS-mensaje-final    pic X(40) value spaces.

       PROCEDURE DIVISION.
           open output ARCHIVO-INFORME.
           accept WKS-fecha from date yyyymmdd.
           move spaces to REG-INFORME.
           string "RESPALDO DE MAESTROS - RESPALDO - " delimited by size
               WKS-fecha delimited by size
               into REG-INFORME.
           perform 00008-escribir-linea.
           perform 00001-capturar-parametros.
           perform 00002-cargar-catalogo.
           if WKS-parametros-validos
               if WKS-funcion = "R"
                   perform 00010-respaldar-pedidos
               else
               if WKS-funcion = "V"
                   perform 00020-verificar-pedido
               else
               if WKS-funcion = "T"
                   perform 00030-restaurar
               end-if
               end-if
               end-if
               if WKS-funcion not = "L"
                   perform 00003-grabar-catalogo
               end-if
           end-if.
           perform 00040-informe-generaciones.
           close ARCHIVO-INFORME.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

      *Toma lo pedido de la tarjeta de control o lo pide con ACCEPT,
      *y lo valida: la verificacion y la restauracion son siempre de
      *un maestro en particular.
       00001-capturar-parametros.
           if PAR-con-parametros
               move PAR-funcion-respaldo to WKS-funcion
               move PAR-maestro to WKS-maestro
               move PAR-generacion to WKS-generacion
               move PAR-conservar to WKS-conservar
               move PAR-registros-esperados to WKS-esperados
           else
               display "Funcion: R) respaldar, V) verificar, "
                   "T) restaurar, L) listar generaciones: "
               accept WKS-funcion
               display "Maestro (OPERMST, MATRLIB, blanco = ambos): "
               move spaces to WKS-maestro
               accept WKS-maestro
               if WKS-funcion = "R"
                   display "Generaciones a conservar (0 = 7): "
                   accept WKS-conservar
               end-if
               if WKS-funcion = "V" or WKS-funcion = "T"
                   display "Generacion (0 = la mas reciente): "
                   accept WKS-generacion
               end-if
           end-if.
           if WKS-conservar = 0
               move 7 to WKS-conservar
           end-if.
           if WKS-funcion not = "R" and WKS-funcion not = "V" and
              WKS-funcion not = "T" and WKS-funcion not = "L"
               display "Funcion invalida: " WKS-funcion
               move "N" to WKS-parametros-ok
           else
           if WKS-maestro not = spaces and
              WKS-maestro not = "OPERMST" and
              WKS-maestro not = "MATRLIB"
               display "Maestro invalido: " WKS-maestro
               move "N" to WKS-parametros-ok
           else
           if WKS-maestro = spaces and
              (WKS-funcion = "V" or WKS-funcion = "T")
               display "Indique el maestro a verificar o restaurar"
               move "N" to WKS-parametros-ok
           end-if
           end-if
           end-if.
           if not WKS-parametros-validos
               move "S" to WKS-hubo-error
               move "Parametros de respaldo invalidos" to
                   WKS-mensaje-final
               move spaces to REG-INFORME
               string "PARAMETROS INVALIDOS: funcion " delimited by size
                   WKS-funcion delimited by size
                   " maestro " delimited by size
                   WKS-maestro delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
           end-if.

      *Carga el catalogo de generaciones; sin catalogo no hay
      *generaciones todavia.
       00002-cargar-catalogo.
           move 0 to WKS-total-catalogo.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-CATALOGO.
           if WKS-CATALOGO-STATUS = "35"
               continue
           else
               perform 00005-leer-catalogo until WKS-fin-de-archivo
               close ARCHIVO-CATALOGO
           end-if.

       00005-leer-catalogo.
           read ARCHIVO-CATALOGO
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if WKS-total-catalogo < 500
                       add 1 to WKS-total-catalogo
                       move CAT-maestro to
                           WKS-cat-maestro(WKS-total-catalogo)
                       move CAT-generacion to
                           WKS-cat-generacion(WKS-total-catalogo)
                       move CAT-fecha to
                           WKS-cat-fecha(WKS-total-catalogo)
                       move CAT-hora to
                           WKS-cat-hora(WKS-total-catalogo)
                       move CAT-nombre to
                           WKS-cat-nombre(WKS-total-catalogo)
                       move CAT-registros to
                           WKS-cat-registros(WKS-total-catalogo)
                       move CAT-hash to
                           WKS-cat-hash(WKS-total-catalogo)
                       move CAT-estado to
                           WKS-cat-estado(WKS-total-catalogo)
                   else
                       display "Catalogo de respaldos lleno, se "
                           "omite: " CAT-nombre
                   end-if
           end-read.

      *Regraba el catalogo con las generaciones vigentes (las
      *depuradas en esta corrida ya no se graban).
       00003-grabar-catalogo.
           open output ARCHIVO-CATALOGO.
           perform 00006-grabar-entrada-catalogo
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo.
           close ARCHIVO-CATALOGO.

       00006-grabar-entrada-catalogo.
           if WKS-cat-estado(WKS-idx-cat) not = "D"
               move spaces to REG-CATALOGO
               move WKS-cat-maestro(WKS-idx-cat) to CAT-maestro
               move WKS-cat-generacion(WKS-idx-cat) to CAT-generacion
               move WKS-cat-fecha(WKS-idx-cat) to CAT-fecha
               move WKS-cat-hora(WKS-idx-cat) to CAT-hora
               move WKS-cat-nombre(WKS-idx-cat) to CAT-nombre
               move WKS-cat-registros(WKS-idx-cat) to CAT-registros
               move WKS-cat-hash(WKS-idx-cat) to CAT-hash
               move WKS-cat-estado(WKS-idx-cat) to CAT-estado
               write REG-CATALOGO
           end-if.

      *Siguiente numero de generacion del maestro en curso: la mas
      *alta del catalogo mas uno.
       00004-siguiente-generacion.
           move 0 to WKS-generacion-nueva.
           perform 00007-comparar-generacion
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo.
           add 1 to WKS-generacion-nueva.

       00007-comparar-generacion.
           if WKS-cat-maestro(WKS-idx-cat) = WKS-maestro-actual and
              WKS-cat-generacion(WKS-idx-cat) > WKS-generacion-nueva
               move WKS-cat-generacion(WKS-idx-cat) to
                   WKS-generacion-nueva
           end-if.

      *Escribe la linea armada en el informe y la muestra tambien en
      *pantalla.
       00008-escribir-linea.
           write REG-INFORME.
           display REG-INFORME.

      *Respalda el maestro pedido o ambos.
       00010-respaldar-pedidos.
           if WKS-maestro = spaces or WKS-maestro = "OPERMST"
               move "OPERMST" to WKS-maestro-actual
               perform 00011-respaldar-maestro
               perform 00015-depurar-generaciones
           end-if.
           if WKS-maestro = spaces or WKS-maestro = "MATRLIB"
               move "MATRLIB" to WKS-maestro-actual
               perform 00011-respaldar-maestro
               perform 00015-depurar-generaciones
           end-if.

      *Descarga el maestro en curso a una generacion nueva, la agrega
      *al catalogo y la verifica leyendola de vuelta. Un maestro que
      *aun no existe no tiene nada que respaldar y se avisa.
       00011-respaldar-maestro.
           move "N" to WKS-maestro-ausente.
           if WKS-maestro-actual = "OPERMST"
               open input ARCHIVO-OPERADORES
               if WKS-OPERADORES-STATUS = "35"
                   move "S" to WKS-maestro-ausente
               end-if
           else
               open input ARCHIVO-LIBRERIA
               if WKS-LIBRERIA-STATUS = "35"
                   move "S" to WKS-maestro-ausente
               end-if
           end-if.
           if WKS-sin-maestro
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": el maestro no existe, no se respalda"
                   delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
               move "S" to WKS-hubo-aviso
           else
           if WKS-total-catalogo not < 500
               move "N" to WKS-verificacion
               move "S" to WKS-hubo-error
               move "Catalogo de respaldos lleno" to WKS-mensaje-final
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": catalogo de respaldos lleno, no se respalda"
                   delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
               if WKS-maestro-actual = "OPERMST"
                   close ARCHIVO-OPERADORES
               else
                   close ARCHIVO-LIBRERIA
               end-if
           else
               perform 00004-siguiente-generacion
               accept WKS-fecha from date yyyymmdd
               accept WKS-hora from time
               perform 00019-armar-nombre
               move 0 to WKS-registros
               move 0 to WKS-hash
               open output ARCHIVO-RESPALDO
               move spaces to REG-RESP-CONTROL
               move "H" to RSC-tipo
               move WKS-maestro-actual to RSC-maestro
               move WKS-generacion-nueva to RSC-generacion
               move WKS-fecha to RSC-fecha
               move WKS-hora to RSC-hora
               move 0 to RSC-registros
               move 0 to RSC-hash
               write REG-RESP-CONTROL
               move "N" to WKS-fin-archivo
               if WKS-maestro-actual = "OPERMST"
                   move low-values to OPE-id
                   start ARCHIVO-OPERADORES key not < OPE-id
                       invalid key move "S" to WKS-fin-archivo
                   end-start
                   perform 00012-descargar-operador
                       until WKS-fin-de-archivo
                   close ARCHIVO-OPERADORES
               else
                   move low-values to LIB-clave
                   start ARCHIVO-LIBRERIA key not < LIB-clave
                       invalid key move "S" to WKS-fin-archivo
                   end-start
                   perform 00013-descargar-matriz
                       until WKS-fin-de-archivo
                   close ARCHIVO-LIBRERIA
               end-if
               move spaces to REG-RESP-CONTROL
               move "T" to RSC-tipo
               move WKS-maestro-actual to RSC-maestro
               move WKS-generacion-nueva to RSC-generacion
               move WKS-fecha to RSC-fecha
               move WKS-hora to RSC-hora
               move WKS-registros to RSC-registros
               move WKS-hash to RSC-hash
               write REG-RESP-CONTROL
               close ARCHIVO-RESPALDO
               perform 00025-agregar-catalogo
               move WKS-registros to WKS-edita-conteo
               move WKS-hash to WKS-edita-hash
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": respaldo " delimited by size
                   WKS-nombre-respaldo delimited by space
                   " registros " delimited by size
                   WKS-edita-conteo delimited by size
                   " hash " delimited by size
                   WKS-edita-hash delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
               perform 00021-leer-respaldo
           end-if
           end-if.

      *Descarga un registro del maestro de operadores.
       00012-descargar-operador.
           read ARCHIVO-OPERADORES next record
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   move REG-OPERADOR to WKS-imagen
                   perform 00014-escribir-detalle
           end-read.
           if WKS-OPERADORES-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Descarga una version de la libreria de matrices.
       00013-descargar-matriz.
           read ARCHIVO-LIBRERIA next record
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   move REG-LIBRERIA to WKS-imagen
                   perform 00014-escribir-detalle
           end-read.
           if WKS-LIBRERIA-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Escribe la imagen del registro en el respaldo y la suma a los
      *totales de control.
       00014-escribir-detalle.
           perform 00016-sumar-caracter
               varying WKS-idx-caracter from 1 by 1
               until WKS-idx-caracter > 3303.
           add 1 to WKS-registros.
           add 1 to WKS-leidos.
           add 1 to WKS-escritos.
           move spaces to REG-RESP-DETALLE.
           move "D" to RSD-tipo.
           move WKS-imagen to RSD-datos.
           write REG-RESP-DETALLE.

      *Total hash: suma del codigo de cada caracter de la imagen.
       00016-sumar-caracter.
           add function ord(WKS-imagen(WKS-idx-caracter:1))
               to WKS-hash.

      *Nombre del archivo de una generacion: MAESTRO-AAAAMMDD-NNNN.
       00019-armar-nombre.
           move spaces to WKS-nombre-respaldo.
           string WKS-maestro-actual delimited by space
               "-" delimited by size
               WKS-fecha delimited by size
               "-" delimited by size
               WKS-generacion-nueva delimited by size
               into WKS-nombre-respaldo.

      *Agrega la generacion recien escrita al catalogo, todavia sin
      *verificar, y la deja como la elegida para leerla de vuelta.
       00025-agregar-catalogo.
           add 1 to WKS-total-catalogo.
           move WKS-total-catalogo to WKS-idx-elegido.
           move WKS-maestro-actual to
               WKS-cat-maestro(WKS-idx-elegido).
           move WKS-generacion-nueva to
               WKS-cat-generacion(WKS-idx-elegido).
           move WKS-fecha to WKS-cat-fecha(WKS-idx-elegido).
           move WKS-hora to WKS-cat-hora(WKS-idx-elegido).
           move WKS-nombre-respaldo to WKS-cat-nombre(WKS-idx-elegido).
           move WKS-registros to WKS-cat-registros(WKS-idx-elegido).
           move WKS-hash to WKS-cat-hash(WKS-idx-elegido).
           move "G" to WKS-cat-estado(WKS-idx-elegido).

      *Conserva solo las ultimas N generaciones del maestro en curso:
      *las mas antiguas se vacian y se marcan como depuradas para que
      *no se vuelvan a grabar en el catalogo.
       00015-depurar-generaciones.
           move 0 to WKS-vigentes.
           perform 00017-contar-vigente
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo.
           move 0 to WKS-por-depurar.
           if WKS-vigentes > WKS-conservar
               subtract WKS-conservar from WKS-vigentes
                   giving WKS-por-depurar
           end-if.
           perform 00018-depurar-una
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo or
                     WKS-por-depurar = 0.

       00017-contar-vigente.
           if WKS-cat-maestro(WKS-idx-cat) = WKS-maestro-actual and
              WKS-cat-estado(WKS-idx-cat) not = "D"
               add 1 to WKS-vigentes
           end-if.

      *El catalogo esta en orden de creacion, asi que las primeras
      *vigentes del maestro son las mas antiguas.
       00018-depurar-una.
           if WKS-cat-maestro(WKS-idx-cat) = WKS-maestro-actual and
              WKS-cat-estado(WKS-idx-cat) not = "D"
               move WKS-cat-nombre(WKS-idx-cat) to WKS-nombre-respaldo
               open output ARCHIVO-RESPALDO
               close ARCHIVO-RESPALDO
               move "D" to WKS-cat-estado(WKS-idx-cat)
               subtract 1 from WKS-por-depurar
               add 1 to WKS-depuradas
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": generacion depurada " delimited by size
                   WKS-nombre-respaldo delimited by space
                   into REG-INFORME
               perform 00008-escribir-linea
           end-if.

      *Verifica la generacion pedida del maestro.
       00020-verificar-pedido.
           move WKS-maestro to WKS-maestro-actual.
           perform 00023-buscar-generacion.
           if WKS-idx-elegido = 0
               move "S" to WKS-hubo-error
               move "Generacion de respaldo no encontrada" to
                   WKS-mensaje-final
           else
               perform 00021-leer-respaldo
           end-if.

      *Busca en el catalogo la generacion pedida del maestro en curso
      *(cero = la mas reciente) entre las vigentes; deja su posicion
      *en WKS-idx-elegido (cero si no esta).
       00023-buscar-generacion.
           move 0 to WKS-idx-elegido.
           perform 00024-comparar-entrada
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo.
           if WKS-idx-elegido = 0
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": no existe la generacion " delimited by size
                   WKS-generacion delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
           end-if.

       00024-comparar-entrada.
           if WKS-cat-maestro(WKS-idx-cat) = WKS-maestro-actual and
              WKS-cat-estado(WKS-idx-cat) not = "D"
               if WKS-generacion = 0
                   if WKS-idx-elegido = 0
                       move WKS-idx-cat to WKS-idx-elegido
                   else
                   if WKS-cat-generacion(WKS-idx-cat) >
                      WKS-cat-generacion(WKS-idx-elegido)
                       move WKS-idx-cat to WKS-idx-elegido
                   end-if
                   end-if
               else
               if WKS-cat-generacion(WKS-idx-cat) = WKS-generacion
                   move WKS-idx-cat to WKS-idx-elegido
               end-if
               end-if
           end-if.

      *Lee de vuelta la generacion elegida del catalogo: la cabecera
      *debe ser de ese maestro y generacion, y lo contado debe
      *coincidir con el pie y con el catalogo. Deja el veredicto en
      *la bandera y el estado en el catalogo.
       00021-leer-respaldo.
           move "N" to WKS-verificacion.
           move "N" to WKS-hubo-cabecera.
           move "N" to WKS-hubo-pie.
           move 0 to WKS-ver-registros.
           move 0 to WKS-ver-hash.
           move 0 to WKS-pie-registros.
           move 0 to WKS-pie-hash.
           move spaces to WKS-motivo-falla.
           move WKS-cat-nombre(WKS-idx-elegido) to WKS-nombre-respaldo.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-RESPALDO.
           if WKS-RESPALDO-STATUS = "35"
               move "ARCHIVO DEL RESPALDO AUSENTE" to WKS-motivo-falla
           else
               perform 00022-leer-registro-respaldo
                   until WKS-fin-de-archivo
               close ARCHIVO-RESPALDO
               if WKS-motivo-falla = spaces
                   if not WKS-con-cabecera or not WKS-con-pie
                       move "SIN CABECERA O SIN PIE" to
                           WKS-motivo-falla
                   else
                   if WKS-ver-registros not = WKS-pie-registros or
                      WKS-ver-hash not = WKS-pie-hash
                       move "NO CUADRA CONTRA SU PIE" to
                           WKS-motivo-falla
                   else
                   if WKS-ver-registros not =
                      WKS-cat-registros(WKS-idx-elegido) or
                      WKS-ver-hash not = WKS-cat-hash(WKS-idx-elegido)
                       move "NO CUADRA CONTRA EL CATALOGO" to
                           WKS-motivo-falla
                   end-if
                   end-if
                   end-if
               end-if
           end-if.
           move WKS-ver-registros to WKS-edita-conteo.
           move WKS-ver-hash to WKS-edita-hash.
           move spaces to REG-INFORME.
           if WKS-motivo-falla = spaces
               move "S" to WKS-verificacion
               move "V" to WKS-cat-estado(WKS-idx-elegido)
               string WKS-cat-maestro(WKS-idx-elegido)
                   delimited by space
                   ": verificada " delimited by size
                   WKS-nombre-respaldo delimited by space
                   " registros " delimited by size
                   WKS-edita-conteo delimited by size
                   " hash " delimited by size
                   WKS-edita-hash delimited by size
                   into REG-INFORME
           else
               move "F" to WKS-cat-estado(WKS-idx-elegido)
               move "S" to WKS-hubo-error
               move "Respaldo no paso la verificacion" to
                   WKS-mensaje-final
               string WKS-cat-maestro(WKS-idx-elegido)
                   delimited by space
                   ": FALLO LA VERIFICACION " delimited by size
                   WKS-nombre-respaldo delimited by space
                   " - " delimited by size
                   WKS-motivo-falla delimited by size
                   into REG-INFORME
           end-if.
           perform 00008-escribir-linea.

      *Un registro del respaldo leido de vuelta.
       00022-leer-registro-respaldo.
           read ARCHIVO-RESPALDO
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   add 1 to WKS-leidos
                   if RSC-es-cabecera
                       if WKS-con-cabecera or
                          RSC-maestro not =
                          WKS-cat-maestro(WKS-idx-elegido) or
                          RSC-generacion not =
                          WKS-cat-generacion(WKS-idx-elegido)
                           move "CABECERA DE OTRO RESPALDO" to
                               WKS-motivo-falla
                       end-if
                       move "S" to WKS-hubo-cabecera
                   else
                   if RSC-es-pie
                       move "S" to WKS-hubo-pie
                       move RSC-registros to WKS-pie-registros
                       move RSC-hash to WKS-pie-hash
                   else
                   if RSD-es-detalle and WKS-con-cabecera and
                      not WKS-con-pie
                       move RSD-datos to WKS-imagen
                       add 1 to WKS-ver-registros
                       perform 00026-sumar-verificacion
                           varying WKS-idx-caracter from 1 by 1
                           until WKS-idx-caracter > 3303
                   else
                       move "REGISTRO FUERA DE LUGAR" to
                           WKS-motivo-falla
                   end-if
                   end-if
                   end-if
           end-read.

       00026-sumar-verificacion.
           add function ord(WKS-imagen(WKS-idx-caracter:1))
               to WKS-ver-hash.

      *Reconstruye el maestro desde la generacion pedida: la vuelve a
      *verificar, pide la confirmacion de sus conteos, saca un
      *respaldo de seguridad del maestro vivo y solo entonces lo
      *vacia y lo vuelve a cargar.
       00030-restaurar.
           move WKS-maestro to WKS-maestro-actual.
           perform 00023-buscar-generacion.
           if WKS-idx-elegido = 0
               move "S" to WKS-hubo-error
               move "Generacion de respaldo no encontrada" to
                   WKS-mensaje-final
           else
               move WKS-idx-elegido to WKS-idx-restaurar
               perform 00021-leer-respaldo
               if WKS-respaldo-correcto
                   perform 00031-confirmar-restauracion
               end-if
           end-if.

      *Muestra los conteos de la generacion y pide la confirmacion:
      *en una corrida desatendida la tarjeta debe traer los registros
      *esperados y coincidir con los del respaldo.
       00031-confirmar-restauracion.
           move WKS-cat-registros(WKS-idx-restaurar) to
               WKS-edita-conteo.
           move WKS-cat-hash(WKS-idx-restaurar) to WKS-edita-hash.
           move spaces to REG-INFORME.
           string WKS-maestro-actual delimited by space
               ": restaurar " delimited by size
               WKS-cat-nombre(WKS-idx-restaurar) delimited by space
               " registros " delimited by size
               WKS-edita-conteo delimited by size
               " hash " delimited by size
               WKS-edita-hash delimited by size
               into REG-INFORME.
           perform 00008-escribir-linea.
           move "N" to WKS-confirma.
           if PAR-con-parametros
               if WKS-esperados = WKS-cat-registros(WKS-idx-restaurar)
                   move "S" to WKS-confirma
               end-if
           else
               display "Confirme la restauracion (S/N): "
               accept WKS-confirma
           end-if.
           if not WKS-confirma-si
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": restauracion no confirmada, el maestro "
                   delimited by size
                   "no se toco" delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
      *desde el mazo nadie mira la pantalla: que no cuadren los
      *registros esperados es un error de la corrida, no un aviso
               if PAR-con-parametros
                   move "S" to WKS-hubo-error
               else
                   move "S" to WKS-hubo-aviso
               end-if
               move "Restauracion no confirmada" to WKS-mensaje-final
           else
               perform 00011-respaldar-maestro
               if not WKS-sin-maestro and not WKS-respaldo-correcto
                   move spaces to REG-INFORME
                   string WKS-maestro-actual delimited by space
                       ": fallo el respaldo de seguridad, no se "
                       delimited by size
                       "restaura" delimited by size
                       into REG-INFORME
                   perform 00008-escribir-linea
               else
                   perform 00032-reconstruir
               end-if
           end-if.

      *Vacia el maestro y lo vuelve a cargar con los registros de la
      *generacion elegida, que vienen en orden de clave.
       00032-reconstruir.
           move 0 to WKS-restaurados.
           move 0 to WKS-no-restaurados.
           move WKS-cat-nombre(WKS-idx-restaurar) to
               WKS-nombre-respaldo.
           if WKS-maestro-actual = "OPERMST"
               open output ARCHIVO-OPERADORES
           else
               open output ARCHIVO-LIBRERIA
           end-if.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-RESPALDO.
           perform 00033-reconstruir-registro until WKS-fin-de-archivo.
           close ARCHIVO-RESPALDO.
           if WKS-maestro-actual = "OPERMST"
               close ARCHIVO-OPERADORES
           else
               close ARCHIVO-LIBRERIA
           end-if.
           add WKS-restaurados to WKS-escritos.
           move WKS-restaurados to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string WKS-maestro-actual delimited by space
               ": restaurado desde " delimited by size
               WKS-cat-nombre(WKS-idx-restaurar) delimited by space
               " registros " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           perform 00008-escribir-linea.
           if WKS-restaurados not =
              WKS-cat-registros(WKS-idx-restaurar)
               move "S" to WKS-hubo-error
               move "Restauracion incompleta" to WKS-mensaje-final
               move WKS-no-restaurados to WKS-edita-conteo
               move spaces to REG-INFORME
               string WKS-maestro-actual delimited by space
                   ": RESTAURACION INCOMPLETA, no grabados "
                   delimited by size
                   WKS-edita-conteo delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
           end-if.

       00033-reconstruir-registro.
           read ARCHIVO-RESPALDO
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if RSD-es-detalle
                       add 1 to WKS-leidos
                       if WKS-maestro-actual = "OPERMST"
                           move RSD-datos to REG-OPERADOR
                           write REG-OPERADOR
                               invalid key
                                   add 1 to WKS-no-restaurados
                               not invalid key
                                   add 1 to WKS-restaurados
                           end-write
                       else
                           move RSD-datos to REG-LIBRERIA
                           write REG-LIBRERIA
                               invalid key
                                   add 1 to WKS-no-restaurados
                               not invalid key
                                   add 1 to WKS-restaurados
                           end-write
                       end-if
                   end-if
           end-read.

      *Informe de las generaciones vigentes del catalogo (de los dos
      *maestros, o solo del pedido).
       00040-informe-generaciones.
           move spaces to REG-INFORME.
           perform 00008-escribir-linea.
           move spaces to REG-INFORME.
           string "GENERACIONES DE RESPALDO EXISTENTES"
               delimited by size into REG-INFORME.
           perform 00008-escribir-linea.
           move spaces to REG-INFORME.
           string "MAESTRO  GEN  FECHA    HORA ARCHIVO                 "
               delimited by size
               " REGISTROS            HASH ESTADO" delimited by size
               into REG-INFORME.
           perform 00008-escribir-linea.
           move 0 to WKS-listadas.
           perform 00041-linea-generacion
               varying WKS-idx-cat from 1 by 1
               until WKS-idx-cat > WKS-total-catalogo.
           if WKS-listadas = 0
               move spaces to REG-INFORME
               string "(ninguna generacion de respaldo)"
                   delimited by size into REG-INFORME
               perform 00008-escribir-linea
           end-if.

       00041-linea-generacion.
           if WKS-cat-estado(WKS-idx-cat) not = "D" and
              (WKS-maestro = spaces or
               WKS-cat-maestro(WKS-idx-cat) = WKS-maestro)
               add 1 to WKS-listadas
               if WKS-cat-estado(WKS-idx-cat) = "V"
                   move "VERIFICADA" to WKS-texto-estado
               else
               if WKS-cat-estado(WKS-idx-cat) = "F"
                   move "FALLO VERIF." to WKS-texto-estado
               else
                   move "SIN VERIFICAR" to WKS-texto-estado
               end-if
               end-if
               move WKS-cat-registros(WKS-idx-cat) to WKS-edita-conteo
               move WKS-cat-hash(WKS-idx-cat) to WKS-edita-hash
               move spaces to REG-INFORME
               string WKS-cat-maestro(WKS-idx-cat) delimited by size
                   " " delimited by size
                   WKS-cat-generacion(WKS-idx-cat) delimited by size
                   " " delimited by size
                   WKS-cat-fecha(WKS-idx-cat) delimited by size
                   " " delimited by size
                   WKS-cat-hora(WKS-idx-cat)(1:4) delimited by size
                   " " delimited by size
                   WKS-cat-nombre(WKS-idx-cat) delimited by size
                   " " delimited by size
                   WKS-edita-conteo delimited by size
                   " " delimited by size
                   WKS-edita-hash delimited by size
                   " " delimited by size
                   WKS-texto-estado delimited by size
                   into REG-INFORME
               perform 00008-escribir-linea
           end-if.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES): 08 si algo fallo (parametros,
      *verificacion o restauracion), 04 con avisos (maestro ausente
      *o restauracion no confirmada).
       00009-resumen-final.
           move "RESPALDO" to STD-PROGRAMA.
           move WKS-leidos to STD-REGISTROS-LEIDOS.
           move WKS-escritos to STD-REGISTROS-ESCRITOS.
           if WKS-hubo-algun-error
               move 08 to STD-CODIGO
               move WKS-mensaje-final to STD-MENSAJE
               if WKS-mensaje-final = spaces
                   move "Respaldo con errores" to STD-MENSAJE
               end-if
           else
           if WKS-hubo-algun-aviso
               move 04 to STD-CODIGO
               move WKS-mensaje-final to STD-MENSAJE
               if WKS-mensaje-final = spaces
                   move "Maestro ausente, no se respaldo" to
                       STD-MENSAJE
               end-if
           else
               move 00 to STD-CODIGO
               move "Respaldo de maestros sin errores" to
                   STD-MENSAJE.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
           display "Generaciones depuradas: " WKS-depuradas.
       END PROGRAM RESPALDO.
