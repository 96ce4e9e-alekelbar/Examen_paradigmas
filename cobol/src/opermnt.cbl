      *la bitacora de auditoria quede siempre con el mismo nombre por
      *operador y para que el proceso por lote solo lo corran los
      *operadores autorizados.
      *El mantenimiento lo hace un supervisor con sesion firmada, y
      *va con doble control: los otorgamientos de autorizacion, las
      *reactivaciones y los desbloqueos no se aplican al capturarse,
      *quedan en el archivo de cambios pendientes (OPERPEND) hasta
      *que otro supervisor, distinto de quien los pidio, los aprueba
      *o los rechaza. Todo cambio aplicado al maestro deja en la
      *historia (OPERHIST) la imagen del operador antes y despues,
      *con quien lo pidio, quien lo aprobo y la fecha y hora.
      *Mientras el maestro no tenga dos supervisores no hay quien
      *apruebe: en ese arranque los cambios se aplican directo y la
      *historia los marca con ARRANQUE; con el maestro vacio el
      *primer alta se hace sin firma y nace supervisor. Un maestro con
      *operadores pero sin ningun supervisor (recien convertido con
      *SUPCONV) deja firmar a cualquier operador activo, sin bloqueo
      *y con su NIP, para que marque a los supervisores; esa firma
      *queda en SESLOG y en la historia como FIRMA de ARRANQUE.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-id
               FILE STATUS IS WKS-OPERADORES-STATUS.
      *Cambios pendientes de aprobacion, por folio.
           SELECT ARCHIVO-PENDIENTES ASSIGN TO "OPERPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-folio
               FILE STATUS IS WKS-PENDIENTES-STATUS.
      *Historia de cambios aplicados al maestro (solo se agrega).
           SELECT ARCHIVO-HISTORIA ASSIGN TO "OPERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-HISTORIA-STATUS.
      *Bitacora de firmas de sesion, igual que en los demas programas
      *con sesion.
           SELECT ARCHIVO-SESIONES ASSIGN TO "SESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SESIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *trazado compartido con los programas que validan la firma
       COPY "OPERREC.cpy".

       FD  ARCHIVO-PENDIENTES.
       COPY "OPEPEND.cpy".

       FD  ARCHIVO-HISTORIA.
      *trazado compartido con el informe de cambios OPERHIS
       COPY "OPEHIST.cpy".

       FD  ARCHIVO-SESIONES.
      *trazado compartido con los demas programas que firman sesion
       COPY "SESLREC.cpy".

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
       77 WKS-altas            pic 9(05) value 0.
       77 WKS-cambios          pic 9(05) value 0.
       77 WKS-listados         pic 9(05) value 0.
       77 WKS-solicitados      pic 9(05) value 0.
       77 WKS-rechazados       pic 9(05) value 0.
      *se enciende si alguna operacion del mantenimiento fallo
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".
      *firma de sesion del supervisor que da el mantenimiento
       77 WKS-SESIONES-STATUS  pic X(02) value "00".
       77 WKS-id-operador      pic X(08).
       77 WKS-intentos         pic 9(01) value 0.
       77 WKS-sesion           pic X(01) value "N".
           88 WKS-sesion-firmada      value "S".
       77 WKS-resultado-firma  pic X(20).
       77 WKS-pin-capturado    pic X(04).
       77 WKS-fecha            pic 9(08).
       77 WKS-hora             pic 9(08).
      *doble control: supervisores registrados en el maestro (activos
      *o no); con menos de dos no hay segundo supervisor y los
      *cambios se aplican directo (arranque)
       77 WKS-PENDIENTES-STATUS pic X(02) value "00".
       77 WKS-HISTORIA-STATUS  pic X(02) value "00".
       77 WKS-supervisores     pic 9(05) value 0.
       77 WKS-operadores       pic 9(05) value 0.
       77 WKS-fin-conteo       pic X(01) value "N".
           88 WKS-fin-de-conteo       value "S".
      *autorizaciones capturadas en un alta o un cambio, antes de
      *decidir si se aplican o quedan pendientes, y si otorgan algo
      *que el operador no tenia
       77 WKS-pide-interactiva pic X(01).
       77 WKS-pide-lote        pic X(01).
       77 WKS-pide-matrices    pic X(01).
       77 WKS-pide-supervisor  pic X(01).
       77 WKS-otorga           pic X(01) value "N".
           88 WKS-hay-otorgamiento    value "S".
      *cambio pendiente: tipo y ultimo folio usado, folio elegido
      *para resolver y la decision del supervisor
       77 WKS-tipo-pendiente   pic X(01).
       77 WKS-ultimo-folio     pic 9(07) value 0.
       77 WKS-folio-buscado    pic 9(07) value 0.
       77 WKS-decision         pic X(01).
       77 WKS-comentario       pic X(40).
      *historia: tipo de cambio, folio y quien aprobo
       77 WKS-cambio-hist      pic X(12).
       77 WKS-folio-hist       pic 9(07) value 0.
       77 WKS-autoriza-hist    pic X(08).

       PROCEDURE DIVISION.
           perform 00010-abrir-maestro.
           perform 00011-abrir-pendientes.
           perform 00012-contar-supervisores.
           if WKS-operadores = 0
               display "Maestro vacio: de de alta al primer "
                   "supervisor"
               move "ARRANQUE" to WKS-id-operador
               move "S" to WKS-sesion
           else
               perform 00015-firmar-sesion
           end-if.
           if WKS-sesion-firmada
               perform 00000-menu-mantenimiento until wks-opcion = 9
           end-if.
           close ARCHIVO-HISTORIA.
           close ARCHIVO-PENDIENTES.
           close ARCHIVO-OPERADORES.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
       GOBACK.

       00000-menu-mantenimiento.
           perform 00012-contar-supervisores.
           if WKS-supervisores < 2
               display "Maestro en arranque (menos de dos "
                   "supervisores): los cambios se aplican directo".
           display "1) Alta de operador".
           display "2) Desactivar operador".
           display "3) Reactivar operador".
           display "4) Listar catalogo".
           display "5) Reasignar NIP".
           display "6) Desbloquear operador".
           display "7) Cambiar autorizaciones".
           display "8) Aprobar o rechazar cambios pendientes".
           display "9) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-alta-operador
           if wks-opcion = 6
               perform 00007-desbloquear-operador
           else
           if wks-opcion = 7
               perform 00008-cambiar-autorizaciones
           else
           if wks-opcion = 8
               perform 00013-cambios-pendientes
           else
           if wks-opcion not = 9
               display "Opción inválida...".

      *Alta de un operador nuevo: ID, nombre completo, NIP secreto y
      *sus autorizaciones por funcion; nace activo y sin bloqueo. Las
      *autorizaciones pedidas son un otorgamiento: el operador nace
      *sin ninguna y lo pedido queda como cambio pendiente (salvo en
      *el arranque, donde se aplica directo; el primer operador de un
      *maestro vacio nace supervisor).
       00001-alta-operador.
           move spaces to REG-OPERADOR.
           display "ID del operador (hasta 8): ".
           display "NIP secreto (4 posiciones): ".
           accept OPE-pin.
           display "Autorizar calculadora interactiva? (S/N): ".
           accept WKS-pide-interactiva.
           display "Autorizar proceso por lote? (S/N): ".
           accept WKS-pide-lote.
           display "Autorizar guardado de matrices? (S/N): ".
           accept WKS-pide-matrices.
           if WKS-operadores = 0
               move "S" to WKS-pide-supervisor
           else
               display "Es supervisor? (S/N): "
               accept WKS-pide-supervisor
           end-if.
           move "S" to OPE-activo.
           move "N" to OPE-bloqueado.
           move 0 to OPE-intentos-mal.
           if WKS-supervisores < 2
               move WKS-pide-interactiva to OPE-aut-interactiva
               move WKS-pide-lote to OPE-aut-lote
               move WKS-pide-matrices to OPE-aut-matrices
               move WKS-pide-supervisor to OPE-aut-supervisor
               move "ARRANQUE" to WKS-autoriza-hist
           else
               move "N" to OPE-aut-interactiva
               move "N" to OPE-aut-lote
               move "N" to OPE-aut-matrices
               move "N" to OPE-aut-supervisor
               move spaces to WKS-autoriza-hist
           end-if.
           move spaces to REG-HIST-OPERADOR.
           write REG-OPERADOR
               invalid key
                   display "Ese ID ya existe: " OPE-id
               not invalid key
                   add 1 to WKS-altas
                   display "Operador dado de alta: " OPE-id
                   move "ALTA" to WKS-cambio-hist
                   move 0 to WKS-folio-hist
                   perform 00026-grabar-historia
                   if WKS-autoriza-hist = spaces and
                      (WKS-pide-interactiva = "S" or
                       WKS-pide-lote = "S" or
                       WKS-pide-matrices = "S" or
                       WKS-pide-supervisor = "S")
                       move "A" to WKS-tipo-pendiente
                       perform 00018-nuevo-pendiente
                   end-if
           end-write.

      *Marca un operador existente como inactivo; su historia en las
                   display "ID no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   perform 00024-tomar-antes
                   move "N" to OPE-activo
                   rewrite REG-OPERADOR
                   add 1 to WKS-cambios
                   display "Operador desactivado: " WKS-id-buscado
                   move "BAJA" to WKS-cambio-hist
                   move 0 to WKS-folio-hist
                   move spaces to WKS-autoriza-hist
                   perform 00026-grabar-historia
           end-read.

      *Pide la reactivacion de un operador desactivado; queda
      *pendiente de aprobacion (directa en el arranque).
       00003-reactivar-operador.
           display "ID del operador a reactivar: ".
           accept WKS-id-buscado.
                   display "ID no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   if OPE-activo-si
                       display "El operador ya esta activo: "
                           WKS-id-buscado
                       move "S" to WKS-hubo-error
                   else
                   if WKS-supervisores < 2
                       perform 00024-tomar-antes
                       move "S" to OPE-activo
                       rewrite REG-OPERADOR
                       add 1 to WKS-cambios
                       display "Operador reactivado: " WKS-id-buscado
                       move "REACTIVACION" to WKS-cambio-hist
                       move 0 to WKS-folio-hist
                       move "ARRANQUE" to WKS-autoriza-hist
                       perform 00026-grabar-historia
                   else
                       move "R" to WKS-tipo-pendiente
                       perform 00018-nuevo-pendiente
                   end-if
                   end-if
           end-read.

      *Reasigna el NIP de un operador existente (olvido, sospecha de
                   display "ID no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   perform 00024-tomar-antes
                   display "NIP nuevo (4 posiciones): "
                   accept OPE-pin
                   move 0 to OPE-intentos-mal
                   rewrite REG-OPERADOR
                   add 1 to WKS-cambios
                   display "NIP reasignado: " WKS-id-buscado
                   move "NIP" to WKS-cambio-hist
                   move 0 to WKS-folio-hist
                   move spaces to WKS-autoriza-hist
                   perform 00026-grabar-historia
           end-read.

      *Pide limpiar el bloqueo automatico de un operador que agoto
      *sus intentos de firma; queda pendiente de aprobacion (directo
      *en el arranque). Al aplicarse, el conteo de fallidos vuelve a
      *cero.
       00007-desbloquear-operador.
           display "ID del operador a desbloquear: ".
           accept WKS-id-buscado.
                   display "ID no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   if not OPE-bloqueado-si
                       display "El operador no esta bloqueado: "
                           WKS-id-buscado
                       move "S" to WKS-hubo-error
                   else
                   if WKS-supervisores < 2
                       perform 00024-tomar-antes
                       move "N" to OPE-bloqueado
                       move 0 to OPE-intentos-mal
                       rewrite REG-OPERADOR
                       add 1 to WKS-cambios
                       display "Operador desbloqueado: "
                           WKS-id-buscado
                       move "DESBLOQUEO" to WKS-cambio-hist
                       move 0 to WKS-folio-hist
                       move "ARRANQUE" to WKS-autoriza-hist
                       perform 00026-grabar-historia
                   else
                       move "D" to WKS-tipo-pendiente
                       perform 00018-nuevo-pendiente
                   end-if
                   end-if
           end-read.

      *Vuelve a capturar las autorizaciones por funcion y la marca de
      *supervisor de un operador existente; el NIP, el estado y el
      *bloqueo no se tocan. Si el cambio otorga algo que el operador
      *no tenia, o toca la marca de supervisor, queda pendiente de
      *aprobacion; si solo retira autorizaciones se aplica directo.
       00008-cambiar-autorizaciones.
           display "ID del operador: ".
           accept WKS-id-buscado.
           move WKS-id-buscado to OPE-id.
           read ARCHIVO-OPERADORES
               invalid key
                   display "ID no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   display "Autorizar calculadora interactiva? (S/N): "
                   accept WKS-pide-interactiva
                   display "Autorizar proceso por lote? (S/N): "
                   accept WKS-pide-lote
                   display "Autorizar guardado de matrices? (S/N): "
                   accept WKS-pide-matrices
                   display "Es supervisor? (S/N): "
                   accept WKS-pide-supervisor
                   perform 00029-evaluar-otorgamiento
                   if WKS-hay-otorgamiento and WKS-supervisores > 1
                       move "A" to WKS-tipo-pendiente
                       perform 00018-nuevo-pendiente
                   else
                       perform 00024-tomar-antes
                       move WKS-pide-interactiva to
                           OPE-aut-interactiva
                       move WKS-pide-lote to OPE-aut-lote
                       move WKS-pide-matrices to OPE-aut-matrices
                       move WKS-pide-supervisor to OPE-aut-supervisor
                       rewrite REG-OPERADOR
                       add 1 to WKS-cambios
                       display "Autorizaciones cambiadas: "
                           WKS-id-buscado
                       move "AUTORIZACION" to WKS-cambio-hist
                       move 0 to WKS-folio-hist
                       if WKS-hay-otorgamiento
                           move "ARRANQUE" to WKS-autoriza-hist
                       else
                           move spaces to WKS-autoriza-hist
                       end-if
                       perform 00026-grabar-historia
                   end-if
           end-read.

      *Decide si las autorizaciones capturadas otorgan algo: una
      *autorizacion en "S" que el operador no tenia, o cualquier
      *cambio a la marca de supervisor (quitarla tambien cambia
      *quien puede aprobar).
       00029-evaluar-otorgamiento.
           move "N" to WKS-otorga.
           if WKS-pide-interactiva = "S" and
              not OPE-puede-interactiva
               move "S" to WKS-otorga
           end-if.
           if WKS-pide-lote = "S" and not OPE-puede-lote
               move "S" to WKS-otorga
           end-if.
           if WKS-pide-matrices = "S" and not OPE-puede-matrices
               move "S" to WKS-otorga
           end-if.
           if WKS-pide-supervisor not = OPE-aut-supervisor
               move "S" to WKS-otorga
           end-if.

      *Cambios pendientes: los lista y deja resolver uno por folio.
      *Lo resuelve un supervisor distinto de quien lo pidio y del
      *operador al que se le aplica.
       00013-cambios-pendientes.
           perform 00014-listar-pendientes.
           display "Folio a resolver (0 = regresar): ".
           accept WKS-folio-buscado.
           if WKS-folio-buscado not = 0
               move WKS-folio-buscado to PEN-folio
               read ARCHIVO-PENDIENTES
                   invalid key
                       display "Folio no registrado: "
                           WKS-folio-buscado
                       move "S" to WKS-hubo-error
                   not invalid key
                       perform 00016-resolver-pendiente
               end-read
           end-if.

      *Listado de los cambios que siguen pendientes, en orden de
      *folio.
       00014-listar-pendientes.
           move "N" to WKS-fin-listado.
           move 0 to PEN-folio.
           start ARCHIVO-PENDIENTES key not < PEN-folio
               invalid key move "S" to WKS-fin-listado
           end-start.
           display "FOLIO   ID       T INT LOT MAT SUP PIDIO    FECHA".
           perform 00017-listar-pendiente until WKS-fin-de-listado.

      *Lee el siguiente cambio del archivo y lo muestra si sigue
      *pendiente; los ya resueltos quedan solo como constancia.
       00017-listar-pendiente.
           read ARCHIVO-PENDIENTES next record
               at end move "S" to WKS-fin-listado
               not at end
                   if PEN-pendiente
                       add 1 to WKS-listados
                       display PEN-folio " " PEN-id " " PEN-tipo " "
                           PEN-aut-interactiva "   " PEN-aut-lote
                           "   " PEN-aut-matrices "   "
                           PEN-aut-supervisor "   " PEN-solicita " "
                           PEN-fecha-solicitud
                   end-if
           end-read.
           if WKS-PENDIENTES-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

      *Valida quien resuelve y aplica o rechaza el cambio elegido.
       00016-resolver-pendiente.
           if not PEN-pendiente
               display "El cambio ya fue resuelto: " PEN-folio
                   " estado " PEN-estado " por " PEN-resuelve
               move "S" to WKS-hubo-error
           else
           if PEN-solicita = WKS-id-operador
               display "Quien pidio el cambio no puede aprobarlo ni "
                   "rechazarlo: " PEN-solicita
               move "S" to WKS-hubo-error
           else
           if PEN-id = WKS-id-operador
               display "Un supervisor no resuelve cambios sobre si "
                   "mismo: " PEN-id
               move "S" to WKS-hubo-error
           else
               display "Folio " PEN-folio " operador " PEN-id
                   " tipo " PEN-tipo
                   " (A=autorizaciones R=reactivacion D=desbloqueo)"
               display "Pidio " PEN-solicita " el "
                   PEN-fecha-solicitud " " PEN-hora-solicitud
               display "A)probar o R)echazar: "
               accept WKS-decision
               display "Comentario: "
               accept WKS-comentario
               if WKS-decision = "A" or WKS-decision = "a"
                   perform 00028-aplicar-pendiente
               else
               if WKS-decision = "R" or WKS-decision = "r"
                   move "R" to PEN-estado
                   perform 00030-cerrar-pendiente
                   add 1 to WKS-rechazados
                   display "Cambio rechazado: " PEN-folio
               else
                   display "Decision invalida, el cambio sigue "
                       "pendiente"
               end-if
               end-if
           end-if
           end-if
           end-if.

      *Aplica al maestro el cambio aprobado, deja la historia con la
      *imagen antes/despues, quien pidio y quien aprobo, y cierra el
      *cambio pendiente.
       00028-aplicar-pendiente.
           move PEN-id to OPE-id.
           read ARCHIVO-OPERADORES
               invalid key
                   display "El operador ya no esta en el maestro: "
                       PEN-id
                   move "S" to WKS-hubo-error
               not invalid key
                   perform 00024-tomar-antes
                   if PEN-autorizaciones
                       move PEN-aut-interactiva to OPE-aut-interactiva
                       move PEN-aut-lote to OPE-aut-lote
                       move PEN-aut-matrices to OPE-aut-matrices
                       move PEN-aut-supervisor to OPE-aut-supervisor
                       move "AUTORIZACION" to WKS-cambio-hist
                   else
                   if PEN-reactivacion
                       move "S" to OPE-activo
                       move "REACTIVACION" to WKS-cambio-hist
                   else
                       move "N" to OPE-bloqueado
                       move 0 to OPE-intentos-mal
                       move "DESBLOQUEO" to WKS-cambio-hist
                   end-if
                   end-if
                   rewrite REG-OPERADOR
                   add 1 to WKS-cambios
                   move PEN-folio to WKS-folio-hist
                   move WKS-id-operador to WKS-autoriza-hist
                   perform 00026-grabar-historia
                   move "A" to PEN-estado
                   perform 00030-cerrar-pendiente
                   display "Cambio aprobado y aplicado: " PEN-folio
           end-read.

      *Marca el cambio pendiente como resuelto (el estado ya viene
      *puesto) con el supervisor, la fecha/hora y el comentario.
       00030-cerrar-pendiente.
           move WKS-id-operador to PEN-resuelve.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to PEN-fecha-resolucion.
           move WKS-hora to PEN-hora-resolucion.
           move WKS-comentario to PEN-comentario.
           rewrite REG-CAMBIO-PEND
               invalid key
                   display "No se pudo cerrar el folio: " PEN-folio
                   move "S" to WKS-hubo-error
           end-rewrite.

      *Registra un cambio pendiente de aprobacion para el operador
      *que esta en el area del maestro, con el siguiente folio libre.
       00018-nuevo-pendiente.
           perform 00019-buscar-ultimo-folio.
           move spaces to REG-CAMBIO-PEND.
           add 1 to WKS-ultimo-folio giving PEN-folio.
           move OPE-id to PEN-id.
           move WKS-tipo-pendiente to PEN-tipo.
           move "P" to PEN-estado.
           if PEN-autorizaciones
               move WKS-pide-interactiva to PEN-aut-interactiva
               move WKS-pide-lote to PEN-aut-lote
               move WKS-pide-matrices to PEN-aut-matrices
               move WKS-pide-supervisor to PEN-aut-supervisor
           end-if.
           move WKS-id-operador to PEN-solicita.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to PEN-fecha-solicitud.
           move WKS-hora to PEN-hora-solicitud.
           move 0 to PEN-fecha-resolucion.
           move 0 to PEN-hora-resolucion.
           write REG-CAMBIO-PEND
               invalid key
                   display "No se pudo registrar el cambio pendiente "
                       "de " PEN-id
                   move "S" to WKS-hubo-error
               not invalid key
                   add 1 to WKS-solicitados
                   display "Cambio pendiente de aprobacion por otro "
                       "supervisor, folio: " PEN-folio
           end-write.

      *El siguiente folio es el mayor registrado mas uno; el archivo
      *se recorre en orden de folio y queda el ultimo leido.
       00019-buscar-ultimo-folio.
           move 0 to WKS-ultimo-folio.
           move "N" to WKS-fin-listado.
           move 0 to PEN-folio.
           start ARCHIVO-PENDIENTES key not < PEN-folio
               invalid key move "S" to WKS-fin-listado
           end-start.
           perform 00027-leer-folio until WKS-fin-de-listado.

       00027-leer-folio.
           read ARCHIVO-PENDIENTES next record
               at end move "S" to WKS-fin-listado
               not at end move PEN-folio to WKS-ultimo-folio
           end-read.
           if WKS-PENDIENTES-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

      *Toma la imagen del operador antes del cambio (sin el NIP, solo
      *si tiene uno asignado).
       00024-tomar-antes.
           move spaces to REG-HIST-OPERADOR.
           move OPE-activo to HIS-ant-activo.
           move OPE-aut-interactiva to HIS-ant-interactiva.
           move OPE-aut-lote to HIS-ant-lote.
           move OPE-aut-matrices to HIS-ant-matrices.
           move OPE-aut-supervisor to HIS-ant-supervisor.
           move OPE-bloqueado to HIS-ant-bloqueado.
           if OPE-pin = spaces
               move "N" to HIS-ant-con-nip
           else
               move "S" to HIS-ant-con-nip
           end-if.
           move OPE-nombre to HIS-ant-nombre.

      *Completa con la imagen despues del cambio y graba la historia.
      *En un cambio directo pidio quien tiene la sesion; en uno
      *aprobado, quien lo registro como pendiente.
       00026-grabar-historia.
           move OPE-activo to HIS-des-activo.
           move OPE-aut-interactiva to HIS-des-interactiva.
           move OPE-aut-lote to HIS-des-lote.
           move OPE-aut-matrices to HIS-des-matrices.
           move OPE-aut-supervisor to HIS-des-supervisor.
           move OPE-bloqueado to HIS-des-bloqueado.
           if OPE-pin = spaces
               move "N" to HIS-des-con-nip
           else
               move "S" to HIS-des-con-nip
           end-if.
           move OPE-nombre to HIS-des-nombre.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to HIS-fecha.
           move WKS-hora to HIS-hora.
           move OPE-id to HIS-id.
           move WKS-cambio-hist to HIS-cambio.
           move WKS-folio-hist to HIS-folio.
           if WKS-folio-hist = 0
               move WKS-id-operador to HIS-solicita
           else
               move PEN-solicita to HIS-solicita
           end-if.
           move WKS-autoriza-hist to HIS-autoriza.
           write REG-HIST-OPERADOR.

      *Listado del catalogo completo en orden de ID, con el estado y
      *las autorizaciones de cada operador.
       00004-listar-catalogo.
           start ARCHIVO-OPERADORES key not < OPE-id
               invalid key move "S" to WKS-fin-listado
           end-start.
           display "ID       ACT INT LOT MAT BLO SUP NOMBRE".
           perform 00005-listar-operador until WKS-fin-de-listado.

      *Lee y muestra el siguiente operador del catalogo. Cualquier
                   display OPE-id " " OPE-activo "   "
                       OPE-aut-interactiva "   " OPE-aut-lote "   "
                       OPE-aut-matrices "   " OPE-bloqueado "   "
                       OPE-aut-supervisor "   " OPE-nombre
           end-read.
           if WKS-OPERADORES-STATUS not = "00"
               move "S" to WKS-fin-listado
               close ARCHIVO-OPERADORES
               open i-o ARCHIVO-OPERADORES.

      *Abre (o crea) los cambios pendientes para actualizacion y la
      *historia para agregar al final.
       00011-abrir-pendientes.
           open i-o ARCHIVO-PENDIENTES.
           if WKS-PENDIENTES-STATUS = "35"
               open output ARCHIVO-PENDIENTES
               close ARCHIVO-PENDIENTES
               open i-o ARCHIVO-PENDIENTES.
           open extend ARCHIVO-HISTORIA.
           if WKS-HISTORIA-STATUS = "35"
               open output ARCHIVO-HISTORIA
               close ARCHIVO-HISTORIA
               open extend ARCHIVO-HISTORIA.

      *Cuenta los operadores y los supervisores del maestro; con
      *menos de dos supervisores el maestro esta en arranque.
       00012-contar-supervisores.
           move 0 to WKS-operadores.
           move 0 to WKS-supervisores.
           move "N" to WKS-fin-conteo.
           move low-values to OPE-id.
           start ARCHIVO-OPERADORES key not < OPE-id
               invalid key move "S" to WKS-fin-conteo
           end-start.
           perform 00025-contar-operador until WKS-fin-de-conteo.

       00025-contar-operador.
           read ARCHIVO-OPERADORES next record
               at end move "S" to WKS-fin-conteo
               not at end
                   add 1 to WKS-operadores
                   if OPE-es-supervisor
                       add 1 to WKS-supervisores
                   end-if
           end-read.
           if WKS-OPERADORES-STATUS not = "00"
               move "S" to WKS-fin-conteo
           end-if.

      *Firma de sesion de quien da el mantenimiento: hasta 3 intentos
      *contra el mismo maestro, igual que en LOTEMNT; solo un
      *supervisor activo, sin bloqueo y con NIP puede firmar, salvo
      *que el maestro no tenga ningun supervisor (arranque).
       00015-firmar-sesion.
           move 0 to WKS-intentos.
           perform 00020-intentar-firma
               until WKS-sesion-firmada or WKS-intentos = 3.
           if not WKS-sesion-firmada
               display "Firma de sesion rechazada".

      *Un intento de firma: captura el ID y lo busca en el maestro.
       00020-intentar-firma.
           add 1 to WKS-intentos.
           if WKS-supervisores = 0
               display "Maestro sin supervisores: firma de arranque "
                   "con cualquier operador activo"
               display "Capture el ID del operador: "
           else
               display "Capture el ID del supervisor: "
           end-if.
           accept WKS-id-operador.
           move WKS-id-operador to OPE-id.
           read ARCHIVO-OPERADORES
               invalid key
                   display "ID no registrado: " WKS-id-operador
                   move "ID-NO-REGISTRADO" to WKS-resultado-firma
               not invalid key
                   if OPE-bloqueado-si
                       display "Operador bloqueado: " WKS-id-operador
                       move "OPERADOR-BLOQUEADO" to
                           WKS-resultado-firma
                   else
                   if OPE-activo-si
                       perform 00021-verificar-nip
                   else
                       display "Operador inactivo: " WKS-id-operador
                       move "OPERADOR-INACTIVO" to
                           WKS-resultado-firma
                   end-if
                   end-if
           end-read.
           perform 00022-grabar-firma.

      *Verifica el NIP secreto del operador ya hallado y activo; un
      *NIP en blanco no es una credencial y se rechaza.
       00021-verificar-nip.
           if OPE-pin = spaces
               display "Operador sin NIP: " WKS-id-operador
               move "SIN-NIP" to WKS-resultado-firma
           else
               display "Capture el NIP: "
               accept WKS-pin-capturado
               perform 00023-comparar-nip
           end-if.

      *Compara el NIP capturado contra el del maestro y resuelve la
      *firma, el conteo de fallidos y el bloqueo automatico. Con el
      *NIP correcto, un operador que no es supervisor no firma, salvo
      *en un maestro sin supervisores, donde firma en arranque.
       00023-comparar-nip.
           if WKS-pin-capturado = OPE-pin
               move 0 to OPE-intentos-mal
               rewrite REG-OPERADOR
               if OPE-es-supervisor
                   move "S" to WKS-sesion
                   move "ACEPTADA" to WKS-resultado-firma
                   display "Bienvenido: " OPE-nombre
               else
               if WKS-supervisores = 0
                   move "S" to WKS-sesion
                   move "ARRANQUE" to WKS-resultado-firma
                   display "Bienvenido (arranque, sin supervisores): "
                       OPE-nombre
                   perform 00031-historia-firma-arranque
               else
                   move "NO-SUPERVISOR" to WKS-resultado-firma
                   display "Solo un supervisor da mantenimiento al "
                       "maestro de operadores"
                   move 3 to WKS-intentos
               end-if
               end-if
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

      *Deja en la historia la firma de arranque de un operador que no
      *es supervisor, con su imagen sin cambios.
       00031-historia-firma-arranque.
           move spaces to REG-HIST-OPERADOR.
           move "FIRMA" to WKS-cambio-hist.
           move 0 to WKS-folio-hist.
           move "ARRANQUE" to WKS-autoriza-hist.
           perform 00026-grabar-historia.

      *Graba el intento de firma en la bitacora de firmas de sesion.
       00022-grabar-firma.
           open extend ARCHIVO-SESIONES.
           if WKS-SESIONES-STATUS = "35"
               open output ARCHIVO-SESIONES
               close ARCHIVO-SESIONES
               open extend ARCHIVO-SESIONES.
           move spaces to REG-SESION.
           move "OPERMNT" to SES-programa.
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
           move "OPERMNT" to STD-PROGRAMA.
           move WKS-listados to STD-REGISTROS-LEIDOS.
           add WKS-altas WKS-cambios WKS-solicitados WKS-rechazados
               giving STD-REGISTROS-ESCRITOS.
           if not WKS-sesion-firmada
               move 08 to STD-CODIGO
               move "Firma de sesion rechazada" to STD-MENSAJE
           else
           if WKS-hubo-algun-error
               move 04 to STD-CODIGO
               move "Mantenimiento con operaciones rechazadas"
               move 00 to STD-CODIGO
               move "Mantenimiento finalizado sin errores"
                   to STD-MENSAJE
           end-if
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
