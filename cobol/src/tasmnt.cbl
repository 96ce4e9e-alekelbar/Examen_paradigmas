      *Mantenimiento de la tabla de tasas (TASAS): altas de vigencias,
      *vencimiento de una vigencia, correccion o borrado de una
      *vigencia que todavia no empieza, listado de la tabla y
      *consulta de la tasa en vigor en una fecha. Cada codigo (IVA,
      *comision, tipo de cambio...) puede tener varias vigencias; EXAM
      *resuelve el codigo que llega en lugar del segundo operando a la
      *vigencia mas reciente que ya haya empezado en la fecha del lote
      *(o en la de hoy en el modo interactivo) y rechaza el codigo si
      *no existe o si esa vigencia ya vencio.
      *Una vigencia que ya empezo no se corrige ni se borra, porque ya
      *pudo usarse en calculos auditados: un valor nuevo se da de alta
      *como otra vigencia con su propia fecha desde.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASMNT IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tabla de tasas con acceso por codigo y fecha desde, igual que
      *el maestro de remitentes.
           SELECT ARCHIVO-TASAS ASSIGN TO "TASAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-clave
               FILE STATUS IS WKS-TASAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TASAS.
      *trazado compartido con EXAM, que resuelve los codigos con ella
       COPY "TASAREC.cpy".

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
       77 WKS-TASAS-STATUS     pic X(02) value "00".
       77 wks-opcion           pic 9(01) value 0.
       77 WKS-codigo-buscado   pic X(08).
       77 WKS-fecha-buscada    pic 9(08) value 0.
       77 WKS-fin-listado      pic X(01) value "N".
           88 WKS-fin-de-listado      value "S".
       77 WKS-fecha-hoy        pic 9(08).
      *captura cruda del valor, para aceptar decimales tecleados con
      *punto, igual que la calculadora
       77 WKS-captura          pic X(16).
      *valor capturado con signo, para rechazar cero y negativos
      *antes de pasarlo a la tasa
       77 WKS-valor-capturado  pic S9(05)V9(06) value 0.
       77 WKS-valor-ok         pic X(01) value "N".
           88 WKS-valor-valido        value "S".
      *fecha capturada con su vista de anio, mes y dia para validarla
       01 WKS-fecha-captura    pic 9(08) value 0.
       01 WKS-fecha-partes redefines WKS-fecha-captura.
           05 WKS-fec-anio     pic 9(04).
           05 WKS-fec-mes      pic 9(02).
           05 WKS-fec-dia      pic 9(02).
       77 WKS-fecha-ok         pic X(01) value "N".
           88 WKS-fecha-valida        value "S".
      *vigencia en vigor hallada en la consulta por fecha
       77 WKS-tasa-conocida    pic X(01) value "N".
           88 WKS-tasa-codigo-conocido value "S".
       77 WKS-tasa-hallada     pic X(01) value "N".
           88 WKS-tasa-en-vigor       value "S".
       77 WKS-vig-desde        pic 9(08) value 0.
       77 WKS-vig-hasta        pic 9(08) value 0.
       77 WKS-vig-valor        pic 9(05)V9(06) value 0.
      *listado: la vigencia leida se retiene hasta leer la siguiente,
      *para saber si una vigencia posterior del mismo codigo ya la
      *reemplazo
       77 WKS-hay-retenida     pic X(01) value "N".
           88 WKS-con-retenida        value "S".
       01 WKS-retenida.
           05 WKS-ret-codigo       pic X(08).
           05 WKS-ret-desde        pic 9(08).
           05 WKS-ret-hasta        pic 9(08).
           05 WKS-ret-valor        pic 9(05)V9(06).
           05 WKS-ret-descripcion  pic X(40).
       77 WKS-ret-estado       pic X(11).
       77 WKS-edita-valor      pic ZZZZ9.999999.
      *contadores para el resumen final
       77 WKS-altas            pic 9(05) value 0.
       77 WKS-cambios          pic 9(05) value 0.
       77 WKS-bajas            pic 9(05) value 0.
       77 WKS-listados         pic 9(05) value 0.
      *se enciende si alguna operacion del mantenimiento fallo
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".

       PROCEDURE DIVISION.
           accept WKS-fecha-hoy from date yyyymmdd.
           perform 00010-abrir-tabla.
           perform 00000-menu-mantenimiento until wks-opcion = 7.
           close ARCHIVO-TASAS.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

       00000-menu-mantenimiento.
           display "1) Alta de vigencia de tasa".
           display "2) Vencer vigencia".
           display "3) Corregir vigencia que aun no empieza".
           display "4) Borrar vigencia que aun no empieza".
           display "5) Listar tabla".
           display "6) Consultar tasa en vigor a una fecha".
           display "7) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-alta-vigencia
           else
           if wks-opcion = 2
               perform 00002-vencer-vigencia
           else
           if wks-opcion = 3
               perform 00003-corregir-vigencia
           else
           if wks-opcion = 4
               perform 00004-borrar-vigencia
           else
           if wks-opcion = 5
               perform 00005-listar-tabla
           else
           if wks-opcion = 6
               perform 00007-consultar-tasa
           else
           if wks-opcion not = 7
               display "Opción inválida...".

      *Alta de una vigencia: codigo (debe empezar con letra
      *mayuscula), fecha desde, valor y descripcion; nace sin
      *vencimiento. Un codigo nuevo es simplemente su primera
      *vigencia.
       00001-alta-vigencia.
           move spaces to REG-TASA.
           display "Codigo de la tasa (hasta 8, empieza con letra): ".
           accept TAS-codigo.
           display "Vigente desde (AAAAMMDD): ".
           accept WKS-fecha-captura.
           perform 00011-validar-fecha.
           if TAS-codigo(1:1) not alphabetic-upper or
              TAS-codigo(1:1) = space
               display "El codigo debe empezar con letra mayuscula"
               move "S" to WKS-hubo-error
           else
           if not WKS-fecha-valida
               display "Fecha invalida: " WKS-fecha-captura
               move "S" to WKS-hubo-error
           else
               move WKS-fecha-captura to TAS-vigente-desde
               move 0 to TAS-vigente-hasta
               perform 00012-capturar-valor
               if WKS-valor-valido
                   move WKS-fecha-hoy to TAS-fecha-captura
                   write REG-TASA
                       invalid key
                           display "Ese codigo ya tiene una vigencia "
                               "desde esa fecha: " TAS-codigo
                           move "S" to WKS-hubo-error
                       not invalid key
                           add 1 to WKS-altas
                           display "Vigencia dada de alta: "
                               TAS-codigo " desde " TAS-vigente-desde
                   end-write
               end-if
           end-if
           end-if.

      *Fija el ultimo dia en que rige una vigencia; pasado ese dia el
      *codigo queda vencido (si no hay una vigencia posterior) y EXAM
      *rechaza las operaciones que lo traigan. Con cero se le quita
      *el vencimiento.
       00002-vencer-vigencia.
           perform 00013-leer-vigencia.
           if WKS-TASAS-STATUS = "00"
               display "Ultimo dia en que rige (AAAAMMDD, 0 = sin "
                   "vencimiento): "
               accept WKS-fecha-captura
               perform 00011-validar-fecha
               if WKS-fecha-captura not = 0 and not WKS-fecha-valida
                   display "Fecha invalida: " WKS-fecha-captura
                   move "S" to WKS-hubo-error
               else
               if WKS-fecha-captura not = 0 and
                  WKS-fecha-captura < TAS-vigente-desde
                   display "El vencimiento no puede ser anterior al "
                       "inicio de la vigencia"
                   move "S" to WKS-hubo-error
               else
                   move WKS-fecha-captura to TAS-vigente-hasta
                   move WKS-fecha-hoy to TAS-fecha-captura
                   rewrite REG-TASA
                   add 1 to WKS-cambios
                   display "Vencimiento fijado: " TAS-codigo " desde "
                       TAS-vigente-desde " hasta " TAS-vigente-hasta
               end-if
               end-if
           end-if.

      *Vuelve a capturar el valor y la descripcion de una vigencia
      *que todavia no empieza.
       00003-corregir-vigencia.
           perform 00013-leer-vigencia.
           if WKS-TASAS-STATUS = "00"
               if TAS-vigente-desde not > WKS-fecha-hoy
                   display "La vigencia ya empezo; de de alta una "
                       "vigencia nueva"
                   move "S" to WKS-hubo-error
               else
                   perform 00012-capturar-valor
                   if WKS-valor-valido
                       move WKS-fecha-hoy to TAS-fecha-captura
                       rewrite REG-TASA
                       add 1 to WKS-cambios
                       display "Vigencia corregida: " TAS-codigo
                           " desde " TAS-vigente-desde
                   end-if
               end-if
           end-if.

      *Borra una vigencia que todavia no empieza (capturada por
      *error).
       00004-borrar-vigencia.
           perform 00013-leer-vigencia.
           if WKS-TASAS-STATUS = "00"
               if TAS-vigente-desde not > WKS-fecha-hoy
                   display "La vigencia ya empezo y no se puede "
                       "borrar; fije su vencimiento"
                   move "S" to WKS-hubo-error
               else
                   delete ARCHIVO-TASAS
                       invalid key
                           display "No se pudo borrar la vigencia"
                           move "S" to WKS-hubo-error
                       not invalid key
                           add 1 to WKS-bajas
                           display "Vigencia borrada: " TAS-codigo
                               " desde " TAS-vigente-desde
                   end-delete
               end-if
           end-if.

      *Listado de la tabla completa en orden de codigo y fecha desde,
      *con el estado de cada vigencia al dia de hoy: EN VIGOR, FUTURA,
      *VENCIDA o REEMPLAZADA (una posterior del mismo codigo ya
      *empezo).
       00005-listar-tabla.
           move "N" to WKS-fin-listado.
           move "N" to WKS-hay-retenida.
           move low-values to TAS-clave.
           start ARCHIVO-TASAS key not < TAS-clave
               invalid key move "S" to WKS-fin-listado
           end-start.
           display "CODIGO   DESDE    HASTA           VALOR ESTADO"
               "      DESCRIPCION".
           perform 00006-listar-vigencia until WKS-fin-de-listado.
           if WKS-con-retenida
               perform 00008-mostrar-retenida
           end-if.

      *Lee la siguiente vigencia; la retenida se muestra en cuanto se
      *sabe si esta la reemplaza. Cualquier estado distinto de "00"
      *termina el listado, igual que en REMMNT.
       00006-listar-vigencia.
           read ARCHIVO-TASAS next record
               at end move "S" to WKS-fin-listado
               not at end
                   if WKS-con-retenida
                       if TAS-codigo = WKS-ret-codigo and
                          TAS-vigente-desde not > WKS-fecha-hoy
                           move "REEMPLAZADA" to WKS-ret-estado
                       end-if
                       perform 00008-mostrar-retenida
                   end-if
                   move "S" to WKS-hay-retenida
                   move TAS-codigo to WKS-ret-codigo
                   move TAS-vigente-desde to WKS-ret-desde
                   move TAS-vigente-hasta to WKS-ret-hasta
                   move TAS-valor to WKS-ret-valor
                   move TAS-descripcion to WKS-ret-descripcion
                   if TAS-vigente-desde > WKS-fecha-hoy
                       move "FUTURA" to WKS-ret-estado
                   else
                   if TAS-vigente-hasta not = 0 and
                      TAS-vigente-hasta < WKS-fecha-hoy
                       move "VENCIDA" to WKS-ret-estado
                   else
                       move "EN VIGOR" to WKS-ret-estado
                   end-if
                   end-if
           end-read.
           if WKS-TASAS-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

       00008-mostrar-retenida.
           add 1 to WKS-listados.
           move WKS-ret-valor to WKS-edita-valor.
           display WKS-ret-codigo " " WKS-ret-desde " " WKS-ret-hasta
               " " WKS-edita-valor " " WKS-ret-estado " "
               WKS-ret-descripcion.

      *Consulta la tasa en vigor de un codigo en una fecha, con la
      *misma regla con que la resuelve EXAM.
       00007-consultar-tasa.
           display "Codigo de la tasa: ".
           move spaces to WKS-codigo-buscado.
           accept WKS-codigo-buscado.
           display "Fecha (AAAAMMDD, 0 = hoy): ".
           accept WKS-fecha-buscada.
           if WKS-fecha-buscada = 0
               move WKS-fecha-hoy to WKS-fecha-buscada
           end-if.
           move "N" to WKS-tasa-conocida.
           move "N" to WKS-tasa-hallada.
           move "N" to WKS-fin-listado.
           move WKS-codigo-buscado to TAS-codigo.
           move 0 to TAS-vigente-desde.
           start ARCHIVO-TASAS key not < TAS-clave
               invalid key move "S" to WKS-fin-listado
           end-start.
           perform 00014-leer-consulta until WKS-fin-de-listado.
           if not WKS-tasa-codigo-conocido
               display "Codigo desconocido: " WKS-codigo-buscado
           else
           if not WKS-tasa-en-vigor
               display "Ninguna vigencia de " WKS-codigo-buscado
                   " ha empezado al " WKS-fecha-buscada
           else
           if WKS-vig-hasta not = 0 and
              WKS-vig-hasta < WKS-fecha-buscada
               display "Tasa vencida: " WKS-codigo-buscado
                   " desde " WKS-vig-desde " hasta " WKS-vig-hasta
           else
               move WKS-vig-valor to WKS-edita-valor
               display "Tasa " WKS-codigo-buscado " en vigor al "
                   WKS-fecha-buscada ": " WKS-edita-valor
                   " (vigencia desde " WKS-vig-desde ")"
           end-if
           end-if
           end-if.

       00014-leer-consulta.
           read ARCHIVO-TASAS next record
               at end move "S" to WKS-fin-listado
               not at end
                   if TAS-codigo not = WKS-codigo-buscado
                       move "S" to WKS-fin-listado
                   else
                       move "S" to WKS-tasa-conocida
                       if TAS-vigente-desde > WKS-fecha-buscada
                           move "S" to WKS-fin-listado
                       else
                           move "S" to WKS-tasa-hallada
                           move TAS-vigente-desde to WKS-vig-desde
                           move TAS-vigente-hasta to WKS-vig-hasta
                           move TAS-valor to WKS-vig-valor
                       end-if
                   end-if
           end-read.
           if WKS-TASAS-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

      *Abre (o crea, si aun no existe) la tabla para actualizacion,
      *igual que REMMNT con el maestro de remitentes.
       00010-abrir-tabla.
           open i-o ARCHIVO-TASAS.
           if WKS-TASAS-STATUS = "35"
               open output ARCHIVO-TASAS
               close ARCHIVO-TASAS
               open i-o ARCHIVO-TASAS.

      *Revisa que la fecha capturada sea una fecha AAAAMMDD posible.
       00011-validar-fecha.
           move "S" to WKS-fecha-ok.
           if WKS-fecha-captura not numeric
               move "N" to WKS-fecha-ok
           else
           if WKS-fec-anio < 1900 or
              WKS-fec-mes < 1 or WKS-fec-mes > 12 or
              WKS-fec-dia < 1 or WKS-fec-dia > 31
               move "N" to WKS-fecha-ok
           end-if
           end-if.

      *Captura el valor de la tasa (con punto decimal) y su
      *descripcion.
      *Un valor en blanco, mal tecleado, en cero o negativo no se
      *graba: se marca el error y la vigencia queda como estaba.
       00012-capturar-valor.
           display "Valor de la tasa (p.ej. 0.16 para 16%): ".
           move spaces to WKS-captura.
           accept WKS-captura.
           move "N" to WKS-valor-ok.
           move 0 to WKS-valor-capturado.
           if WKS-captura not = spaces and
              function test-numval(WKS-captura) = 0
               compute WKS-valor-capturado =
                   function numval(WKS-captura)
                   on size error move 0 to WKS-valor-capturado
               end-compute
               if WKS-valor-capturado > 0
                   move "S" to WKS-valor-ok
               end-if
           end-if.
           if WKS-valor-valido
               move WKS-valor-capturado to TAS-valor
               display "Descripcion: "
               move spaces to TAS-descripcion
               accept TAS-descripcion
           else
               display "Valor invalido, debe ser un numero mayor que "
                   "cero: " WKS-captura
               move "S" to WKS-hubo-error
           end-if.

      *Pide el codigo y la fecha desde de una vigencia y la lee.
       00013-leer-vigencia.
           display "Codigo de la tasa: ".
           move spaces to WKS-codigo-buscado.
           accept WKS-codigo-buscado.
           display "Vigente desde (AAAAMMDD): ".
           accept WKS-fecha-buscada.
           move WKS-codigo-buscado to TAS-codigo.
           move WKS-fecha-buscada to TAS-vigente-desde.
           read ARCHIVO-TASAS
               invalid key
                   display "Vigencia no registrada: "
                       WKS-codigo-buscado " " WKS-fecha-buscada
                   move "S" to WKS-hubo-error
           end-read.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00009-resumen-final.
           move "TASMNT" to STD-PROGRAMA.
           move WKS-listados to STD-REGISTROS-LEIDOS.
           add WKS-altas WKS-cambios WKS-bajas
               giving STD-REGISTROS-ESCRITOS.
           if WKS-hubo-algun-error
               move 04 to STD-CODIGO
               move "Mantenimiento con operaciones rechazadas"
                   to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Mantenimiento finalizado sin errores"
                   to STD-MENSAJE
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM TASMNT.
