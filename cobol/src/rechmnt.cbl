      *Correccion y reenvio de los rechazos del proceso por lote. EXAM
      *deja en LOTERECH cada triada rechazada (o el lote completo) con
      *su motivo y el remitente/lote de su cabecera, pero LOTERECH se
      *reescribe con cada lote; este programa carga esos rechazos a un
      *registro permanente (RECHREG), los lista abiertos por
      *remitente y lote, deja que un operador autorizado para el
      *proceso por lote corrija o cancele cada uno y arma con las
      *triadas corregidas un lote de reenvio con el mismo trazado de
      *LOTEIN: cabecera con un numero de lote de reenvio y la
      *referencia al lote original, las triadas y el pie con su
      *conteo. Cada lote de reenvio queda en su propio archivo
      *LOTEREEN-<remitente>-<numero>, para que generar otro no pise
      *uno que aun no se procesa; ese archivo es el que se pone como
      *LOTEIN en la siguiente corrida, y si se pierde antes de
      *procesarse puede regenerarse con el mismo numero desde el
      *registro. Cada rechazo queda con su disposicion
      *(abierto, corregido o cancelado), y el informe de antiguedad
      *(RECHANT) muestra cuanto llevan abiertos los que faltan.
      *Los lotes de reenvio se numeran por remitente desde 9000001,
      *fuera del rango de los consecutivos del departamento, para que
      *nunca choquen con un lote normal en el registro de control de
      *lotes.
      *La sesion se firma contra el maestro de operadores (OPERMST)
      *igual que en MATEXP.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHMNT IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Rechazos del ultimo proceso por lote que escribe EXAM.
           SELECT LOTE-RECHAZOS ASSIGN TO "LOTERECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LOTE-RECHAZOS-STATUS.
      *Registro permanente de rechazos y su disposicion.
           SELECT ARCHIVO-RECHAZOS ASSIGN TO "RECHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRG-clave
               FILE STATUS IS WKS-RECHREG-STATUS.
      *Registro de control de lotes de EXAM; aqui solo se consulta
      *para numerar los lotes de reenvio.
           SELECT ARCHIVO-CONTROL-LOTES ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-clave
               FILE STATUS IS WKS-LOTEREG-STATUS.
      *Lote de reenvio con las triadas corregidas, con el trazado de
      *LOTEIN; uno por lote de reenvio, LOTEREEN-<remitente>-<numero>
      *(el nombre se arma en WKS-nombre-reenvio, igual que el acuse
      *ACUSE-<remitente> de EXAM).
           SELECT LOTE-REENVIO ASSIGN USING WKS-nombre-reenvio
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-REENVIO-STATUS.
      *Informe de antiguedad de los rechazos abiertos.
           SELECT ARCHIVO-INFORME ASSIGN TO "RECHANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INFORME-STATUS.
      *Maestro de operadores (lo mantiene OPERMNT); aqui se consulta
      *para validar la firma de sesion.
           SELECT ARCHIVO-OPERADORES ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-id
               FILE STATUS IS WKS-OPERADORES-STATUS.
      *Bitacora de firmas de sesion, igual que en los demas programas
      *con sesion.
           SELECT ARCHIVO-SESIONES ASSIGN TO "SESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SESIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-RECHAZOS.
      *mismo trazado con que EXAM escribe cada rechazo
       01 REG-LOTE-RECHAZO.
           05 RECH-registro    pic X(19).
           05 RECH-filler-1    pic X(01).
           05 RECH-motivo      pic X(20).
           05 RECH-filler-2    pic X(01).
           05 RECH-remitente   pic X(08).
           05 RECH-filler-3    pic X(01).
           05 RECH-lote        pic 9(07).

       FD  ARCHIVO-RECHAZOS.
       COPY "RECHREG.cpy".

       FD  ARCHIVO-CONTROL-LOTES.
      *trazado compartido con EXAM, que es quien asienta los lotes
       COPY "LOTEREG.cpy".

       FD  LOTE-REENVIO.
      *cabecera del lote de reenvio, con el trazado de la de LOTEIN
      *mas la referencia al lote original
       01 REE-CABECERA.
           05 REE-tipo         pic X(01).
           05 REE-remitente    pic X(08).
           05 REE-filler-1     pic X(01).
           05 REE-fecha        pic 9(08).
           05 REE-filler-2     pic X(01).
           05 REE-numero       pic 9(07).
           05 REE-filler-3     pic X(01).
           05 REE-lote-origen  pic 9(07).
      *una triada corregida, tal como la guarda el registro
       01 REE-TRIADA           pic X(19).
      *pie con el conteo de triadas del lote de reenvio
       01 REE-PIE.
           05 REE-pie-tipo     pic X(01).
           05 REE-declarados   pic 9(07).

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).

       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
      *maestro
       COPY "OPERREC.cpy".

       FD  ARCHIVO-SESIONES.
      *trazado compartido con los demas programas que firman sesion
       COPY "SESLREC.cpy".

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
       77 WKS-LOTE-RECHAZOS-STATUS pic X(02) value "00".
       77 WKS-RECHREG-STATUS   pic X(02) value "00".
       77 WKS-LOTEREG-STATUS   pic X(02) value "00".
       77 WKS-REENVIO-STATUS   pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
       77 wks-opcion           pic 9(01) value 0.
       77 WKS-fin-archivo      pic X(01) value "N".
           88 WKS-fin-de-archivo      value "S".
      *remitente y lote que se trabajan (capturados o del grupo de
      *LOTERECH en carga)
       77 WKS-remitente-buscado pic X(08).
       77 WKS-lote-buscado     pic 9(07).
      *carga de LOTERECH: grupo (remitente y lote) en curso, renglon
      *asignado dentro del grupo y si el grupo ya se habia cargado en
      *una carga anterior (su primer rechazo ya esta en el registro
      *con el mismo contenido)
       77 WKS-grupo-remitente  pic X(08).
       77 WKS-grupo-lote       pic 9(07).
       77 WKS-grupo-iniciado   pic X(01) value "N".
           88 WKS-hay-grupo           value "S".
       77 WKS-grupo-cargado    pic X(01) value "N".
           88 WKS-grupo-ya-cargado    value "S".
       77 WKS-renglon          pic 9(05) value 0.
       77 WKS-renglon-max      pic 9(05) value 0.
      *captura de la correccion: texto tecleado, operandos ya
      *convertidos y la triada armada con el trazado de LOTEIN
       77 WKS-captura          pic X(10).
       77 WKS-decision         pic X(01).
       77 WKS-correccion-ok    pic X(01) value "N".
           88 WKS-correccion-valida   value "S".
       01 WKS-triada-corregida.
           05 WKS-corr-operando-1  pic S9(5)V9(2) sign is leading
                                   separate.
           05 WKS-corr-filler-1    pic X(01) value space.
           05 WKS-corr-operando-2  pic S9(5)V9(2) sign is leading
                                   separate.
           05 WKS-corr-filler-2    pic X(01) value space.
           05 WKS-corr-operacion   pic X(01).
      *vista cruda de la triada corregida, para poner un codigo de
      *tasa en lugar del segundo operando (EXAM lo resuelve al
      *procesar el reenvio)
       01 WKS-triada-corregida-txt redefines WKS-triada-corregida.
           05 WKS-corr-txt-operando-1  pic X(08).
           05 WKS-corr-txt-filler-1    pic X(01).
           05 WKS-corr-txt-operando-2  pic X(08).
           05 WKS-corr-txt-filler-2    pic X(01).
           05 WKS-corr-txt-operacion   pic X(01).
      *lote de reenvio: numero asignado, triadas pendientes de
      *reenviar y triadas escritas
       77 WKS-lote-reenvio     pic 9(07) value 0.
       77 WKS-por-reenviar     pic 9(07) value 0.
       77 WKS-reenviadas       pic 9(07) value 0.
       77 WKS-nombre-reenvio   pic X(26).
      *regeneracion de un lote de reenvio cuyo archivo se perdio: se
      *vuelven a escribir las triadas ya marcadas con su numero, y se
      *niega si el registro de control de lotes ya lo tiene aceptado
       77 WKS-regenerar        pic X(01) value "N".
           88 WKS-es-regeneracion     value "S".
       77 WKS-reenvio-procesado pic X(01) value "N".
           88 WKS-reenvio-ya-aceptado value "S".
      *antiguedad: fecha de hoy, dias abiertos del rechazo y conteo
      *por tramo
       77 WKS-fecha            pic 9(08).
       77 WKS-hora             pic 9(08).
       77 WKS-dias             pic 9(05) value 0.
       77 WKS-edita-dias       pic ZZZZ9.
       77 WKS-tramo-7          pic 9(07) value 0.
       77 WKS-tramo-30         pic 9(07) value 0.
       77 WKS-tramo-90         pic 9(07) value 0.
       77 WKS-tramo-mas        pic 9(07) value 0.
       77 WKS-abiertos         pic 9(07) value 0.
       77 WKS-edita-conteo     pic ZZZZZZ9.
      *conteos de la corrida para el resumen final
       77 WKS-leidos           pic 9(07) value 0.
       77 WKS-cargados         pic 9(07) value 0.
       77 WKS-ya-cargados      pic 9(07) value 0.
       77 WKS-corregidos       pic 9(07) value 0.
       77 WKS-cancelados       pic 9(07) value 0.
      *se enciende si alguna operacion fue rechazada
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".
      *el registro puede no existir todavia; se crea en la primera
      *carga
       77 WKS-registro-ausente pic X(01) value "N".
           88 WKS-registro-no-existe  value "S".
      *firma de sesion contra el maestro de operadores; solo un
      *operador autorizado para el proceso por lote puede corregir y
      *reenviar rechazos
       77 WKS-OPERADORES-STATUS pic X(02) value "00".
       77 WKS-SESIONES-STATUS  pic X(02) value "00".
       77 WKS-id-operador      pic X(08).
       77 WKS-intentos         pic 9(01) value 0.
       77 WKS-sesion           pic X(01) value "N".
           88 WKS-sesion-firmada      value "S".
       77 WKS-aut-lote         pic X(01) value "N".
           88 WKS-puede-lote          value "S".
       77 WKS-resultado-firma  pic X(20).
       77 WKS-pin-capturado    pic X(04).

       PROCEDURE DIVISION.
           perform 00015-firmar-sesion.
           if WKS-sesion-firmada
               if WKS-puede-lote
                   perform 00030-abrir-registro
                   perform 00000-menu-rechazos until wks-opcion = 7
                   close ARCHIVO-RECHAZOS
               else
                   display "Operador no autorizado para el proceso "
                       "por lote"
                   move "S" to WKS-hubo-error
               end-if
           end-if.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

       00000-menu-rechazos.
           display "1) Cargar rechazos de LOTERECH".
           display "2) Listar rechazos abiertos".
           display "3) Corregir o cancelar rechazos de un lote".
           display "4) Generar lote de reenvio".
           display "5) Informe de antiguedad".
           display "6) Regenerar un lote de reenvio perdido".
           display "7) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-cargar-rechazos
           else
           if wks-opcion = 2
               perform 00006-listar-abiertos
           else
           if wks-opcion = 3
               perform 00008-corregir-lote
           else
           if wks-opcion = 4
               perform 00012-generar-reenvio
           else
           if wks-opcion = 5
               perform 00020-informe-antiguedad
           else
           if wks-opcion = 6
               perform 00027-regenerar-reenvio
           else
           if wks-opcion not = 7
               display "Opción inválida...".

      *Carga al registro permanente los rechazos del ultimo LOTERECH,
      *agrupados por el remitente y lote de cada linea. Un grupo cuyo
      *primer rechazo ya esta en el registro con el mismo contenido
      *ya se cargo antes y se salta completo; si el lote ya tenia
      *rechazos distintos (un reenvio del mismo lote liberado) los
      *nuevos se numeran despues de los existentes.
       00001-cargar-rechazos.
           move "N" to WKS-fin-archivo.
           move "N" to WKS-grupo-iniciado.
           open input LOTE-RECHAZOS.
           if WKS-LOTE-RECHAZOS-STATUS = "35"
               display "Archivo LOTERECH no encontrado, nada que "
                   "cargar"
           else
               accept WKS-fecha from date yyyymmdd
               perform 00002-cargar-rechazo until WKS-fin-de-archivo
               close LOTE-RECHAZOS
           end-if.
           display "Carga de rechazos - conteos de control".
           display "Rechazos leidos.....: " WKS-leidos.
           display "Rechazos cargados...: " WKS-cargados.
           display "Ya cargados antes...: " WKS-ya-cargados.

       00002-cargar-rechazo.
           read LOTE-RECHAZOS
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   add 1 to WKS-leidos
                   if not WKS-hay-grupo or
                      RECH-remitente not = WKS-grupo-remitente or
                      RECH-lote not = WKS-grupo-lote
                       perform 00003-iniciar-grupo
                   end-if
                   if WKS-grupo-ya-cargado
                       add 1 to WKS-ya-cargados
                   else
                       perform 00005-grabar-rechazo
                   end-if
           end-read.

      *Arranca un grupo nuevo (remitente y lote) de LOTERECH y
      *decide, por su primer rechazo, si ya se habia cargado o desde
      *que renglon se numera.
       00003-iniciar-grupo.
           move "S" to WKS-grupo-iniciado.
           move RECH-remitente to WKS-grupo-remitente.
           move RECH-lote to WKS-grupo-lote.
           move "N" to WKS-grupo-cargado.
           move 0 to WKS-renglon.
           move RECH-remitente to RRG-remitente.
           move RECH-lote to RRG-lote.
           move 1 to RRG-renglon.
           read ARCHIVO-RECHAZOS
               invalid key
                   continue
               not invalid key
                   if RRG-registro = RECH-registro and
                      RRG-motivo = RECH-motivo
                       move "S" to WKS-grupo-cargado
                   else
                       perform 00004-buscar-ultimo-renglon
                       move WKS-renglon-max to WKS-renglon
                   end-if
           end-read.

      *Barre los rechazos ya registrados del grupo y deja en
      *WKS-renglon-max el renglon mas alto.
       00004-buscar-ultimo-renglon.
           move 0 to WKS-renglon-max.
           move "N" to WKS-fin-archivo.
           move WKS-grupo-remitente to RRG-remitente.
           move WKS-grupo-lote to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00007-avanzar-renglon until WKS-fin-de-archivo.
      *el barrido comparte la bandera de fin con la lectura de
      *LOTERECH, que sigue en curso
           move "N" to WKS-fin-archivo.

       00007-avanzar-renglon.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-grupo-remitente and
                      RRG-lote = WKS-grupo-lote
                       move RRG-renglon to WKS-renglon-max
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Graba un rechazo de LOTERECH como abierto en el siguiente
      *renglon de su grupo.
       00005-grabar-rechazo.
           add 1 to WKS-renglon.
           move spaces to REG-RECHAZO-PEND.
           move RECH-remitente to RRG-remitente.
           move RECH-lote to RRG-lote.
           move WKS-renglon to RRG-renglon.
           move RECH-registro to RRG-registro.
           move RECH-motivo to RRG-motivo.
           move WKS-fecha to RRG-fecha-carga.
           move "A" to RRG-disposicion.
           move 0 to RRG-fecha-disposicion.
           move 0 to RRG-lote-reenvio.
           write REG-RECHAZO-PEND
               invalid key
                   display "No se pudo cargar el rechazo: "
                       RRG-remitente " " RRG-lote " " RRG-renglon
                   move "S" to WKS-hubo-error
               not invalid key
                   add 1 to WKS-cargados
           end-write.

      *Lista los rechazos abiertos en orden de remitente y lote.
       00006-listar-abiertos.
           move "N" to WKS-fin-archivo.
           move low-values to RRG-clave.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           display "REMITENT LOTE    RENGL REGISTRO            "
               "MOTIVO               CARGADO".
           perform 00010-listar-abierto until WKS-fin-de-archivo.

       00010-listar-abierto.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-abierto
                       display RRG-remitente " " RRG-lote " "
                           RRG-renglon " " RRG-registro " "
                           RRG-motivo " " RRG-fecha-carga
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Recorre los rechazos abiertos de un lote y pide para cada uno
      *su disposicion: corregirlo, cancelarlo o dejarlo abierto.
       00008-corregir-lote.
           perform 00011-capturar-lote.
           move "N" to WKS-fin-archivo.
           move WKS-remitente-buscado to RRG-remitente.
           move WKS-lote-buscado to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00013-revisar-rechazo until WKS-fin-de-archivo.

       00013-revisar-rechazo.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-remitente-buscado and
                      RRG-lote = WKS-lote-buscado
                       if RRG-abierto
                           perform 00014-decidir-rechazo
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Muestra un rechazo abierto y aplica la disposicion elegida.
      *Un lote rechazado completo no tiene triada que corregir: solo
      *puede cancelarse (el departamento lo manda de nuevo entero).
       00014-decidir-rechazo.
           display "Renglon " RRG-renglon ": " RRG-registro
               " motivo " RRG-motivo.
           display "C) corregir, X) cancelar, otra = dejar abierto: ".
           move space to WKS-decision.
           accept WKS-decision.
           if WKS-decision = "C" or WKS-decision = "c"
               if RRG-registro = "LOTE COMPLETO"
                   display "Un lote rechazado completo solo puede "
                       "cancelarse"
                   move "S" to WKS-hubo-error
               else
                   perform 00016-capturar-correccion
                   if WKS-correccion-valida
                       move "C" to RRG-disposicion
                       move WKS-triada-corregida to
                           RRG-registro-corregido
                       display "Nota de la correccion: "
                       accept RRG-nota
                       perform 00017-estampar-disposicion
                       add 1 to WKS-corregidos
                   else
                       move "S" to WKS-hubo-error
                   end-if
               end-if
           else
           if WKS-decision = "X" or WKS-decision = "x"
               move "X" to RRG-disposicion
               display "Motivo de la cancelacion: "
               accept RRG-nota
               perform 00017-estampar-disposicion
               add 1 to WKS-cancelados
           end-if
           end-if.

      *Captura la triada corregida con la misma pre-edicion que EXAM
      *aplica al lote: operandos que quepan en cinco enteros y dos
      *decimales, operacion s/r/m/d y divisor distinto de cero. El
      *segundo operando puede ser un codigo de tasa (empieza con
      *letra mayuscula); su vigencia la revisa EXAM con la fecha del
      *lote de reenvio.
       00016-capturar-correccion.
           move "S" to WKS-correccion-ok.
           display "Primer operando corregido: ".
           move spaces to WKS-captura.
           accept WKS-captura.
           compute WKS-corr-operando-1 = function numval(WKS-captura)
               on size error
                   move "N" to WKS-correccion-ok
           end-compute.
           display "Segundo operando corregido o codigo de tasa: ".
           move spaces to WKS-captura.
           accept WKS-captura.
           if WKS-captura(1:1) alphabetic-upper and
              WKS-captura(1:1) not = space
               move WKS-captura to WKS-corr-txt-operando-2
           else
               compute WKS-corr-operando-2 =
                   function numval(WKS-captura)
                   on size error
                       move "N" to WKS-correccion-ok
               end-compute
           end-if.
           display "Operacion corregida (s/r/m/d): ".
           accept WKS-corr-operacion.
           if not WKS-correccion-valida
               display "Operando fuera de rango, correccion rechazada"
           else
           if WKS-corr-operacion not = "s" and
              WKS-corr-operacion not = "r" and
              WKS-corr-operacion not = "m" and
              WKS-corr-operacion not = "d"
               move "N" to WKS-correccion-ok
               display "Operacion invalida, correccion rechazada"
           else
           if WKS-corr-operacion = "d" and WKS-corr-operando-1 = 0
               move "N" to WKS-correccion-ok
               display "Divisor cero, correccion rechazada".

      *Estampa quien y cuando dio la disposicion y regraba el
      *rechazo.
       00017-estampar-disposicion.
           move WKS-id-operador to RRG-operador.
           accept WKS-fecha from date yyyymmdd.
           move WKS-fecha to RRG-fecha-disposicion.
           rewrite REG-RECHAZO-PEND.

      *Captura el remitente y el numero de lote a trabajar.
       00011-capturar-lote.
           display "Remitente del lote: ".
           accept WKS-remitente-buscado.
           display "Numero de lote: ".
           accept WKS-lote-buscado.

      *Arma el lote de reenvio de un lote original con sus triadas
      *corregidas que aun no se han reenviado: cabecera con el numero
      *de reenvio y la referencia al original, las triadas y el pie
      *con su conteo; cada triada reenviada queda marcada con el
      *numero del lote de reenvio.
       00012-generar-reenvio.
           perform 00011-capturar-lote.
           move 0 to WKS-por-reenviar.
           move 0 to WKS-reenviadas.
           move "N" to WKS-fin-archivo.
           move WKS-remitente-buscado to RRG-remitente.
           move WKS-lote-buscado to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00018-contar-por-reenviar until WKS-fin-de-archivo.
           if WKS-por-reenviar = 0
               display "El lote no tiene correcciones por reenviar"
               move "S" to WKS-hubo-error
           else
               perform 00022-numerar-reenvio
               move "N" to WKS-regenerar
               perform 00019-escribir-reenvio
           end-if.

       00018-contar-por-reenviar.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-remitente-buscado and
                      RRG-lote = WKS-lote-buscado
                       if RRG-corregido and RRG-lote-reenvio = 0
                           add 1 to WKS-por-reenviar
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Escribe el archivo del lote de reenvio y marca las triadas
      *reenviadas; al regenerar se escriben las que ya llevan el
      *numero del lote.
       00019-escribir-reenvio.
           move spaces to WKS-nombre-reenvio.
           string "LOTEREEN-" delimited by size
               WKS-remitente-buscado delimited by space
               "-" delimited by size
               WKS-lote-reenvio delimited by size
               into WKS-nombre-reenvio.
           open output LOTE-REENVIO.
           move spaces to REE-CABECERA.
           move "H" to REE-tipo.
           move WKS-remitente-buscado to REE-remitente.
           accept WKS-fecha from date yyyymmdd.
           move WKS-fecha to REE-fecha.
           move WKS-lote-reenvio to REE-numero.
           move WKS-lote-buscado to REE-lote-origen.
           write REE-CABECERA.
           move "N" to WKS-fin-archivo.
           move WKS-remitente-buscado to RRG-remitente.
           move WKS-lote-buscado to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00021-reenviar-triada until WKS-fin-de-archivo.
           move spaces to REE-PIE.
           move "T" to REE-pie-tipo.
           move WKS-reenviadas to REE-declarados.
           write REE-PIE.
           close LOTE-REENVIO.
           display "Lote de reenvio " WKS-lote-reenvio " del lote "
               WKS-lote-buscado " en " WKS-nombre-reenvio
               ", triadas: " WKS-reenviadas.
           display "Pongalo como LOTEIN en la siguiente corrida".

       00021-reenviar-triada.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-remitente-buscado and
                      RRG-lote = WKS-lote-buscado
                       if (RRG-corregido and RRG-lote-reenvio = 0
                           and not WKS-es-regeneracion) or
                          (WKS-es-regeneracion and
                           RRG-lote-reenvio = WKS-lote-reenvio)
                           move RRG-registro-corregido to REE-TRIADA
                           write REE-TRIADA
                           move WKS-lote-reenvio to RRG-lote-reenvio
                           rewrite REG-RECHAZO-PEND
                           add 1 to WKS-reenviadas
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Regenera el archivo de un lote de reenvio ya generado que se
      *perdio antes de procesarse: mismo numero, mismo lote original
      *y las mismas triadas. Un reenvio que EXAM ya acepto no se
      *regenera (se rechazaria como duplicado).
       00027-regenerar-reenvio.
           display "Remitente del lote de reenvio: ".
           accept WKS-remitente-buscado.
           display "Numero del lote de reenvio: ".
           accept WKS-lote-reenvio.
           move "N" to WKS-reenvio-procesado.
           open input ARCHIVO-CONTROL-LOTES.
           if WKS-LOTEREG-STATUS = "00"
               move WKS-remitente-buscado to LRG-remitente
               move WKS-lote-reenvio to LRG-numero
               read ARCHIVO-CONTROL-LOTES
                   invalid key continue
                   not invalid key
                       if LRG-aceptado
                           move "S" to WKS-reenvio-procesado
                       end-if
               end-read
               close ARCHIVO-CONTROL-LOTES
           end-if.
           move 0 to WKS-por-reenviar.
           move 0 to WKS-reenviadas.
           move 0 to WKS-lote-buscado.
           move "N" to WKS-fin-archivo.
           move WKS-remitente-buscado to RRG-remitente.
           move 0 to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00029-buscar-regenerables until WKS-fin-de-archivo.
           if WKS-reenvio-ya-aceptado
               display "El lote de reenvio " WKS-lote-reenvio
                   " ya fue procesado y aceptado; no se regenera"
               move "S" to WKS-hubo-error
           else
           if WKS-por-reenviar = 0
               display "No hay triadas generadas con el lote de "
                   "reenvio " WKS-lote-reenvio
               move "S" to WKS-hubo-error
           else
               move "S" to WKS-regenerar
               perform 00019-escribir-reenvio
               move "N" to WKS-regenerar
           end-if
           end-if.

      *Cuenta las triadas del remitente que llevan el numero del lote
      *de reenvio y toma de ellas el lote original.
       00029-buscar-regenerables.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-remitente-buscado
                       if RRG-lote-reenvio = WKS-lote-reenvio
                           add 1 to WKS-por-reenviar
                           move RRG-lote to WKS-lote-buscado
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Numera el lote de reenvio: el siguiente al mas alto de la
      *serie de reenvios (9000001 en adelante) del remitente, visto
      *tanto en el registro de control de lotes (reenvios ya
      *procesados) como en el registro de rechazos (reenvios ya
      *generados que aun no se procesan).
       00022-numerar-reenvio.
           move 9000000 to WKS-lote-reenvio.
           open input ARCHIVO-CONTROL-LOTES.
           if WKS-LOTEREG-STATUS = "00"
               move "N" to WKS-fin-archivo
               move WKS-remitente-buscado to LRG-remitente
               move 9000000 to LRG-numero
               start ARCHIVO-CONTROL-LOTES key not < LRG-clave
                   invalid key move "S" to WKS-fin-archivo
               end-start
               perform 00023-avanzar-control until WKS-fin-de-archivo
               close ARCHIVO-CONTROL-LOTES
           end-if.
           move "N" to WKS-fin-archivo.
           move WKS-remitente-buscado to RRG-remitente.
           move 0 to RRG-lote.
           move 0 to RRG-renglon.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00024-avanzar-reenvios until WKS-fin-de-archivo.
           add 1 to WKS-lote-reenvio.

       00023-avanzar-control.
           read ARCHIVO-CONTROL-LOTES next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if LRG-remitente = WKS-remitente-buscado
                       if LRG-numero > WKS-lote-reenvio
                           move LRG-numero to WKS-lote-reenvio
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-LOTEREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

       00024-avanzar-reenvios.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-remitente = WKS-remitente-buscado
                       if RRG-lote-reenvio > WKS-lote-reenvio
                           move RRG-lote-reenvio to WKS-lote-reenvio
                       end-if
                   else
                       move "S" to WKS-fin-archivo
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Informe de antiguedad de los rechazos abiertos: una linea por
      *rechazo con los dias que lleva abierto desde su carga, y al
      *final el conteo por tramo (hasta 7 dias, 8 a 30, 31 a 90 y
      *mas de 90).
       00020-informe-antiguedad.
           move 0 to WKS-abiertos.
           move 0 to WKS-tramo-7.
           move 0 to WKS-tramo-30.
           move 0 to WKS-tramo-90.
           move 0 to WKS-tramo-mas.
           accept WKS-fecha from date yyyymmdd.
           open output ARCHIVO-INFORME.
           move spaces to REG-INFORME.
           string "ANTIGUEDAD DE RECHAZOS ABIERTOS - RECHMNT - "
               delimited by size
               WKS-fecha delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "REMITENT LOTE    RENGL REGISTRO            "
               delimited by size
               "MOTIVO               CARGADO   DIAS" delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move "N" to WKS-fin-archivo.
           move low-values to RRG-clave.
           start ARCHIVO-RECHAZOS key not < RRG-clave
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00025-linea-antiguedad until WKS-fin-de-archivo.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-abiertos to WKS-edita-conteo.
           string "Rechazos abiertos.....: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-tramo-7 to WKS-edita-conteo.
           string "  Hasta 7 dias........: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-tramo-30 to WKS-edita-conteo.
           string "  De 8 a 30 dias......: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-tramo-90 to WKS-edita-conteo.
           string "  De 31 a 90 dias.....: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-tramo-mas to WKS-edita-conteo.
           string "  Mas de 90 dias......: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           close ARCHIVO-INFORME.
           display "Informe de antiguedad en RECHANT, abiertos: "
               WKS-abiertos.

       00025-linea-antiguedad.
           read ARCHIVO-RECHAZOS next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if RRG-abierto
                       perform 00026-tramo-antiguedad
                   end-if
           end-read.
           if WKS-RECHREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Linea de un rechazo abierto y su tramo de antiguedad.
       00026-tramo-antiguedad.
           add 1 to WKS-abiertos.
           compute WKS-dias =
               function integer-of-date(WKS-fecha) -
               function integer-of-date(RRG-fecha-carga).
           if WKS-dias <= 7
               add 1 to WKS-tramo-7
           else
           if WKS-dias <= 30
               add 1 to WKS-tramo-30
           else
           if WKS-dias <= 90
               add 1 to WKS-tramo-90
           else
               add 1 to WKS-tramo-mas.
           move WKS-dias to WKS-edita-dias.
           move spaces to REG-INFORME.
           string RRG-remitente delimited by size
               " " delimited by size
               RRG-lote delimited by size
               " " delimited by size
               RRG-renglon delimited by size
               " " delimited by size
               RRG-registro delimited by size
               " " delimited by size
               RRG-motivo delimited by size
               " " delimited by size
               RRG-fecha-carga delimited by size
               " " delimited by size
               WKS-edita-dias delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Abre (o crea, si aun no existe) el registro de rechazos para
      *actualizacion, igual que el maestro de operadores.
       00030-abrir-registro.
           open i-o ARCHIVO-RECHAZOS.
           if WKS-RECHREG-STATUS = "35"
               open output ARCHIVO-RECHAZOS
               close ARCHIVO-RECHAZOS
               open i-o ARCHIVO-RECHAZOS.

      *Firma de sesion contra el maestro de operadores, igual que en
      *MATEXP: hasta tres intentos con verificacion de NIP y bloqueo
      *automatico en el maestro.
       00015-firmar-sesion.
           move 0 to WKS-intentos.
           perform 00040-intentar-firma
               until WKS-sesion-firmada or WKS-intentos = 3.
           if not WKS-sesion-firmada
               display "Firma de sesion rechazada".

      *Un intento de firma: captura el ID y lo busca en el maestro.
       00040-intentar-firma.
           add 1 to WKS-intentos.
           display "Capture el ID del operador: ".
           accept WKS-id-operador.
           open i-o ARCHIVO-OPERADORES.
           if WKS-OPERADORES-STATUS = "35"
               display "Maestro OPERMST no existe, use OPERMNT"
               move "MAESTRO-AUSENTE" to WKS-resultado-firma
               move 3 to WKS-intentos
           else
               move WKS-id-operador to OPE-id
               read ARCHIVO-OPERADORES
                   invalid key
                       display "ID no registrado: " WKS-id-operador
                       move "ID-NO-REGISTRADO" to WKS-resultado-firma
                   not invalid key
                       if OPE-bloqueado-si
                           display "Operador bloqueado, pida el "
                               "desbloqueo en OPERMNT: "
                               WKS-id-operador
                           move "OPERADOR-BLOQUEADO" to
                               WKS-resultado-firma
                       else
                       if OPE-activo-si
                           perform 00041-verificar-nip
                       else
                           display "Operador inactivo: "
                               WKS-id-operador
                           move "OPERADOR-INACTIVO" to
                               WKS-resultado-firma
                       end-if
                       end-if
               end-read
               close ARCHIVO-OPERADORES
           end-if.
           perform 00042-grabar-firma.

      *Verifica el NIP secreto del operador ya hallado y activo; un
      *NIP en blanco no es una credencial y se rechaza.
       00041-verificar-nip.
           if OPE-pin = spaces
               display "Operador sin NIP, asignelo en OPERMNT: "
                   WKS-id-operador
               move "SIN-NIP" to WKS-resultado-firma
           else
               display "Capture el NIP: "
               accept WKS-pin-capturado
               perform 00043-comparar-nip
           end-if.

      *Compara el NIP capturado contra el del maestro y resuelve la
      *firma, el conteo de fallidos y el bloqueo automatico; con la
      *firma aceptada se toma tambien la autorizacion de lote.
       00043-comparar-nip.
           if WKS-pin-capturado = OPE-pin
               move "S" to WKS-sesion
               move OPE-aut-lote to WKS-aut-lote
               move "ACEPTADA" to WKS-resultado-firma
               move 0 to OPE-intentos-mal
               rewrite REG-OPERADOR
               display "Bienvenido: " OPE-nombre
           else
               add 1 to OPE-intentos-mal
               if OPE-intentos-mal >= 3
                   move "S" to OPE-bloqueado
                   move "BLOQUEO-AUTOMATICO" to WKS-resultado-firma
                   display "NIP incorrecto, operador bloqueado: "
                       WKS-id-operador
               else
                   move "NIP-INCORRECTO" to WKS-resultado-firma
                   display "NIP incorrecto: " WKS-id-operador
               end-if
               rewrite REG-OPERADOR
           end-if.

      *Graba el intento de firma en la bitacora de firmas de sesion.
       00042-grabar-firma.
           open extend ARCHIVO-SESIONES.
           if WKS-SESIONES-STATUS = "35"
               open output ARCHIVO-SESIONES
               close ARCHIVO-SESIONES
               open extend ARCHIVO-SESIONES.
           move spaces to REG-SESION.
           move "RECHMNT" to SES-programa.
           move WKS-id-operador to SES-id.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to SES-fecha.
           move WKS-hora to SES-hora.
           move WKS-resultado-firma to SES-resultado.
           write REG-SESION.
           close ARCHIVO-SESIONES.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00009-resumen-final.
           move "RECHMNT" to STD-PROGRAMA.
           move WKS-leidos to STD-REGISTROS-LEIDOS.
           compute STD-REGISTROS-ESCRITOS = WKS-cargados +
               WKS-corregidos + WKS-cancelados.
           if not WKS-sesion-firmada
               move 08 to STD-CODIGO
               move "Firma de sesion rechazada" to STD-MENSAJE
           else
           if WKS-hubo-algun-error
               move 04 to STD-CODIGO
               move "Rechazos con operaciones rechazadas"
                   to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Rechazos atendidos sin errores" to STD-MENSAJE.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM RECHMNT.
