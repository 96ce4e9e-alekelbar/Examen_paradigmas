      *Consulta y liberacion del registro de control de lotes
      *(LOTEREG) que asienta EXAM al procesar cada LOTEIN. Muestra el
      *registro completo o un lote en particular (estado, conteos,
      *total, envios y duplicados), y permite a un supervisor liberar
      *un lote ya aceptado para que su siguiente envio se procese otra
      *vez en lugar de rechazarse como duplicado (por ejemplo, cuando
      *el departamento corrige y vuelve a mandar el lote completo).
      *La sesion se firma contra el maestro de operadores (OPERMST)
      *igual que en MATEXP; solo un operador marcado como supervisor
      *puede liberar lotes.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMNT IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de control de lotes que asienta EXAM.
           SELECT ARCHIVO-CONTROL-LOTES ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-clave
               FILE STATUS IS WKS-LOTEREG-STATUS.
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
       FD  ARCHIVO-CONTROL-LOTES.
      *trazado compartido con EXAM, que es quien asienta los lotes
       COPY "LOTEREG.cpy".

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
       77 WKS-LOTEREG-STATUS   pic X(02) value "00".
       77 wks-opcion           pic 9(01) value 0.
       77 WKS-remitente-buscado pic X(08).
       77 WKS-numero-buscado   pic 9(07).
       77 WKS-fin-listado      pic X(01) value "N".
           88 WKS-fin-de-listado      value "S".
      *el registro puede no existir todavia (ningun lote procesado)
       77 WKS-registro-ausente pic X(01) value "N".
           88 WKS-registro-no-existe  value "S".
      *total del lote editado para el listado
       77 WKS-edita-total      pic -(11)9.99.
      *contadores para el resumen final
       77 WKS-consultados      pic 9(05) value 0.
       77 WKS-liberados        pic 9(05) value 0.
      *se enciende si alguna operacion fue rechazada
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".
      *firma de sesion contra el maestro de operadores
       77 WKS-OPERADORES-STATUS pic X(02) value "00".
       77 WKS-SESIONES-STATUS  pic X(02) value "00".
       77 WKS-id-operador      pic X(08).
       77 WKS-intentos         pic 9(01) value 0.
       77 WKS-sesion           pic X(01) value "N".
           88 WKS-sesion-firmada      value "S".
       77 WKS-supervisor       pic X(01) value "N".
           88 WKS-es-supervisor       value "S".
       77 WKS-resultado-firma  pic X(20).
       77 WKS-pin-capturado    pic X(04).
       77 WKS-fecha            pic 9(08).
       77 WKS-hora             pic 9(08).

       PROCEDURE DIVISION.
           perform 00015-firmar-sesion.
           if WKS-sesion-firmada
               perform 00010-abrir-registro
               if not WKS-registro-no-existe
                   perform 00000-menu-registro until wks-opcion = 4
                   close ARCHIVO-CONTROL-LOTES
               end-if
           end-if.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

       00000-menu-registro.
           display "1) Listar registro de lotes".
           display "2) Consultar un lote".
           display "3) Liberar lote para reenvio".
           display "4) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-listar-registro
           else
           if wks-opcion = 2
               perform 00003-consultar-lote
           else
           if wks-opcion = 3
               perform 00004-liberar-lote
           else
           if wks-opcion not = 4
               display "Opción inválida...".

      *Listado del registro completo en orden de remitente y lote.
       00001-listar-registro.
           move "N" to WKS-fin-listado.
           move low-values to LRG-clave.
           start ARCHIVO-CONTROL-LOTES key not < LRG-clave
               invalid key move "S" to WKS-fin-listado
           end-start.
           display "REMITENT LOTE    FECHA    E DECLAR LEIDOS  ESCRIT"
               "  RECHAZ ENV DUP MOTIVO".
           perform 00002-listar-lote until WKS-fin-de-listado.

      *Lee y muestra el siguiente lote del registro. Cualquier estado
      *distinto de "00" termina el listado, igual que en OPERMNT.
       00002-listar-lote.
           read ARCHIVO-CONTROL-LOTES next record
               at end move "S" to WKS-fin-listado
               not at end
                   add 1 to WKS-consultados
                   display LRG-remitente " " LRG-numero " "
                       LRG-fecha-lote " " LRG-estado " "
                       LRG-declarados " " LRG-leidos " "
                       LRG-escritos " " LRG-rechazados " "
                       LRG-envios " " LRG-duplicados " " LRG-motivo
           end-read.
           if WKS-LOTEREG-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

      *Muestra el detalle completo de un lote.
       00003-consultar-lote.
           perform 00005-capturar-clave.
           read ARCHIVO-CONTROL-LOTES
               invalid key
                   display "Lote no registrado: " WKS-remitente-buscado
                       " " WKS-numero-buscado
               not invalid key
                   add 1 to WKS-consultados
                   perform 00006-mostrar-lote
           end-read.

      *Libera un lote aceptado para que su siguiente envio se procese
      *en vez de rechazarse como duplicado. Solo un supervisor puede
      *hacerlo, y solo sobre un lote aceptado (los demas estados ya se
      *dejan procesar de nuevo).
       00004-liberar-lote.
           if not WKS-es-supervisor
               display "Solo un supervisor puede liberar lotes"
               move "S" to WKS-hubo-error
           else
               perform 00005-capturar-clave
               read ARCHIVO-CONTROL-LOTES
                   invalid key
                       display "Lote no registrado: "
                           WKS-remitente-buscado " " WKS-numero-buscado
                       move "S" to WKS-hubo-error
                   not invalid key
                       if not LRG-aceptado
                           display "El lote no esta aceptado, su "
                               "reenvio ya se procesa (estado "
                               LRG-estado ")"
                           move "S" to WKS-hubo-error
                       else
                           move "L" to LRG-estado
                           move WKS-id-operador to LRG-liberado-por
                           accept WKS-fecha from date yyyymmdd
                           move WKS-fecha to LRG-fecha-liberacion
                           rewrite REG-CONTROL-LOTE
                           add 1 to WKS-liberados
                           display "Lote liberado para reenvio: "
                               LRG-remitente " " LRG-numero
                       end-if
           end-read
           end-if.

      *Captura la clave del lote (remitente y numero).
       00005-capturar-clave.
           display "Remitente del lote: ".
           accept WKS-remitente-buscado.
           display "Numero de lote: ".
           accept WKS-numero-buscado.
           move WKS-remitente-buscado to LRG-remitente.
           move WKS-numero-buscado to LRG-numero.

      *Detalle de un lote del registro.
       00006-mostrar-lote.
           move LRG-total to WKS-edita-total.
           display "Remitente / lote....: " LRG-remitente " "
               LRG-numero.
           display "Fecha del lote......: " LRG-fecha-lote.
           display "Estado..............: " LRG-estado
               " (A=aceptado R=rechazado P=en proceso L=liberado)".
           display "Motivo..............: " LRG-motivo.
           display "Declarados en el pie: " LRG-declarados.
           display "Leidos..............: " LRG-leidos.
           display "Escritos a LOTEOUT..: " LRG-escritos.
           display "Rechazados..........: " LRG-rechazados.
           display "Total de LOTEOUT....: " WKS-edita-total.
           display "Ultimo proceso......: " LRG-fecha-proceso " "
               LRG-hora-proceso " " LRG-operador.
           display "Envios / duplicados.: " LRG-envios " "
               LRG-duplicados.
           if LRG-liberado-por not = spaces
               display "Liberado por........: " LRG-liberado-por " "
                   LRG-fecha-liberacion.

      *Abre el registro para actualizacion; si todavia no existe no
      *hay lotes que consultar y se avisa, sin crearlo vacio.
       00010-abrir-registro.
           open i-o ARCHIVO-CONTROL-LOTES.
           if WKS-LOTEREG-STATUS = "35"
               display "Registro de lotes LOTEREG aun no existe"
               move "S" to WKS-registro-ausente.

      *Firma de sesion contra el maestro de operadores, igual que en
      *MATEXP: hasta tres intentos con verificacion de NIP y bloqueo
      *automatico en el maestro.
       00015-firmar-sesion.
           move 0 to WKS-intentos.
           perform 00020-intentar-firma
               until WKS-sesion-firmada or WKS-intentos = 3.
           if not WKS-sesion-firmada
               display "Firma de sesion rechazada".

      *Un intento de firma: captura el ID y lo busca en el maestro.
       00020-intentar-firma.
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
                           perform 00021-verificar-nip
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
           perform 00022-grabar-firma.

      *Verifica el NIP secreto del operador ya hallado y activo; un
      *NIP en blanco no es una credencial y se rechaza.
       00021-verificar-nip.
           if OPE-pin = spaces
               display "Operador sin NIP, asignelo en OPERMNT: "
                   WKS-id-operador
               move "SIN-NIP" to WKS-resultado-firma
           else
               display "Capture el NIP: "
               accept WKS-pin-capturado
               perform 00023-comparar-nip
           end-if.

      *Compara el NIP capturado contra el del maestro y resuelve la
      *firma, el conteo de fallidos y el bloqueo automatico; con la
      *firma aceptada se toma tambien la marca de supervisor.
       00023-comparar-nip.
           if WKS-pin-capturado = OPE-pin
               move "S" to WKS-sesion
               move OPE-aut-supervisor to WKS-supervisor
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
       00022-grabar-firma.
           open extend ARCHIVO-SESIONES.
           if WKS-SESIONES-STATUS = "35"
               open output ARCHIVO-SESIONES
               close ARCHIVO-SESIONES
               open extend ARCHIVO-SESIONES.
           move spaces to REG-SESION.
           move "LOTEMNT" to SES-programa.
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
           move "LOTEMNT" to STD-PROGRAMA.
           move WKS-consultados to STD-REGISTROS-LEIDOS.
           move WKS-liberados to STD-REGISTROS-ESCRITOS.
           if not WKS-sesion-firmada
               move 08 to STD-CODIGO
               move "Firma de sesion rechazada" to STD-MENSAJE
           else
           if WKS-registro-no-existe
               move 04 to STD-CODIGO
               move "Registro de lotes inexistente" to STD-MENSAJE
           else
           if WKS-hubo-algun-error
               move 04 to STD-CODIGO
               move "Consulta con operaciones rechazadas"
                   to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Consulta finalizada sin errores" to STD-MENSAJE.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM LOTEMNT.
