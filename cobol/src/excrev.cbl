      *Revision de la cola de excepciones de importes grandes. EXAM
      *deja en EXCEPREG cada resultado auditado (calculo interactivo,
      *cinta o lote) que rebaso el umbral de su operacion en la tabla
      *UMBRALES, con la secuencia que le estampo en la bitacora; este
      *programa lista las excepciones abiertas y deja que un
      *supervisor marque cada una como aceptada o cuestionada, con
      *su comentario. Nadie revisa sus propias operaciones: la
      *excepcion de un operador la revisa otro supervisor. Una
      *excepcion cuestionada sigue abierta hasta que se acepta, y
      *FINDIA cuenta las abiertas en la pagina del dia.
      *La sesion se firma contra el maestro de operadores (OPERMST)
      *igual que en RECHMNT, y solo un supervisor pasa al menu.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREV IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cola de excepciones que llena EXAM.
           SELECT ARCHIVO-EXCEPCIONES ASSIGN TO "EXCEPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-secuencia
               FILE STATUS IS WKS-EXCEPREG-STATUS.
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
       FD  ARCHIVO-EXCEPCIONES.
      *trazado compartido con EXAM, que es quien encola
       COPY "EXCEPREC.cpy".

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
       77 WKS-EXCEPREG-STATUS  pic X(02) value "00".
       77 wks-opcion           pic 9(01) value 0.
       77 WKS-fin-archivo      pic X(01) value "N".
           88 WKS-fin-de-archivo      value "S".
      *secuencia de auditoria capturada para revisar una sola
      *excepcion
       77 WKS-secuencia-buscada pic 9(07) value 0.
      *decision del supervisor sobre la excepcion en pantalla y su
      *comentario (obligatorio para aceptar o cuestionar)
       77 WKS-decision         pic X(01).
       77 WKS-comentario       pic X(40).
      *campos editados para mostrar operandos, resultado y umbral
       77 WKS-edita-op1        pic -ZZZZ9.99.
       77 WKS-edita-op2        pic -ZZZZ9.99.
       77 WKS-edita-result     pic -ZZZZZZ9.99.
       77 WKS-edita-umbral     pic ZZZZZZ9.99.
       77 WKS-fecha            pic 9(08).
       77 WKS-hora             pic 9(08).
      *conteos de la corrida para el resumen final
       77 WKS-abiertas         pic 9(07) value 0.
       77 WKS-revisadas        pic 9(07) value 0.
       77 WKS-aceptadas        pic 9(07) value 0.
       77 WKS-cuestionadas     pic 9(07) value 0.
      *se enciende si alguna operacion fue rechazada
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".
      *firma de sesion contra el maestro de operadores; solo un
      *supervisor revisa la cola
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

       PROCEDURE DIVISION.
           perform 00015-firmar-sesion.
           if WKS-sesion-firmada
               if WKS-es-supervisor
                   perform 00030-abrir-cola
                   perform 00000-menu-excepciones until wks-opcion = 4
                   close ARCHIVO-EXCEPCIONES
               else
                   display "Solo un supervisor revisa la cola de "
                       "excepciones"
                   move "S" to WKS-hubo-error
               end-if
           end-if.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

       00000-menu-excepciones.
           display "1) Listar excepciones abiertas".
           display "2) Revisar las excepciones abiertas".
           display "3) Revisar una excepcion por secuencia".
           display "4) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-listar-abiertas
           else
           if wks-opcion = 2
               perform 00003-revisar-abiertas
           else
           if wks-opcion = 3
               perform 00005-revisar-una
           else
           if wks-opcion not = 4
               display "Opción inválida...".

      *Lista las excepciones pendientes y cuestionadas en orden de
      *secuencia de auditoria.
       00001-listar-abiertas.
           move 0 to WKS-abiertas.
           move "N" to WKS-fin-archivo.
           move low-values to EXC-secuencia.
           start ARCHIVO-EXCEPCIONES key not < EXC-secuencia
               invalid key move "S" to WKS-fin-archivo
           end-start.
           display "SECUENC FECHA    OPERADOR O OP    RESULTADO"
               "     UMBRAL E REVISOR".
           perform 00002-listar-abierta until WKS-fin-de-archivo.
           if WKS-abiertas = 0
               display "(ninguna excepcion abierta)"
           end-if.

       00002-listar-abierta.
           read ARCHIVO-EXCEPCIONES next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if EXC-abierta
                       add 1 to WKS-abiertas
                       move EXC-result to WKS-edita-result
                       move EXC-umbral to WKS-edita-umbral
                       display EXC-secuencia " " EXC-fecha " "
                           EXC-operador " " EXC-origen " "
                           EXC-operacion " " WKS-edita-result " "
                           WKS-edita-umbral " " EXC-estado " "
                           EXC-revisor
                   end-if
           end-read.
           if WKS-EXCEPREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Recorre las excepciones abiertas y pide para cada una su
      *revision: aceptarla, cuestionarla o dejarla como esta.
       00003-revisar-abiertas.
           move "N" to WKS-fin-archivo.
           move low-values to EXC-secuencia.
           start ARCHIVO-EXCEPCIONES key not < EXC-secuencia
               invalid key move "S" to WKS-fin-archivo
           end-start.
           perform 00004-revisar-siguiente until WKS-fin-de-archivo.

       00004-revisar-siguiente.
           read ARCHIVO-EXCEPCIONES next record
               at end move "S" to WKS-fin-archivo
               not at end
                   if EXC-abierta
                       perform 00006-decidir-excepcion
                   end-if
           end-read.
           if WKS-EXCEPREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Revisa una sola excepcion, capturando su secuencia; una ya
      *aceptada no se vuelve a abrir.
       00005-revisar-una.
           display "Secuencia de auditoria de la excepcion: ".
           accept WKS-secuencia-buscada.
           move WKS-secuencia-buscada to EXC-secuencia.
           read ARCHIVO-EXCEPCIONES
               invalid key
                   display "Excepcion no registrada: "
                       WKS-secuencia-buscada
                   move "S" to WKS-hubo-error
               not invalid key
                   if EXC-aceptada
                       display "La excepcion ya fue aceptada por "
                           EXC-revisor " el " EXC-fecha-revision
                           ": " EXC-comentario
                   else
                       perform 00006-decidir-excepcion
                   end-if
           end-read.

      *Muestra una excepcion abierta y aplica la decision del
      *supervisor. Las operaciones propias no se revisan, y tanto la
      *aceptacion como el cuestionamiento exigen comentario.
       00006-decidir-excepcion.
           move EXC-operando-1 to WKS-edita-op1.
           move EXC-operando-2 to WKS-edita-op2.
           move EXC-result to WKS-edita-result.
           move EXC-umbral to WKS-edita-umbral.
           display "Secuencia " EXC-secuencia " del " EXC-fecha " "
               EXC-hora(1:4) " origen " EXC-origen.
           display "  Operador: " EXC-operador " " EXC-nombre.
           display "  " WKS-edita-op1 " " EXC-operacion " "
               WKS-edita-op2 " = " WKS-edita-result
               " (umbral " WKS-edita-umbral ")".
           if EXC-cuestionada
               display "  Cuestionada por " EXC-revisor " el "
                   EXC-fecha-revision ": " EXC-comentario
           end-if.
           if EXC-operador = WKS-id-operador
               display "Es una operacion propia, la revisa otro "
                   "supervisor"
           else
               display "A) aceptar, Q) cuestionar, otra = dejar como "
                   "esta: "
               move space to WKS-decision
               accept WKS-decision
               if WKS-decision = "A" or WKS-decision = "a" or
                  WKS-decision = "Q" or WKS-decision = "q"
                   perform 00007-aplicar-decision
               end-if
           end-if.

      *Captura el comentario y regraba la excepcion con la decision,
      *el supervisor y la fecha y hora de la revision.
       00007-aplicar-decision.
           display "Comentario de la revision: ".
           move spaces to WKS-comentario.
           accept WKS-comentario.
           if WKS-comentario = spaces
               display "Sin comentario no se registra la revision"
               move "S" to WKS-hubo-error
           else
               if WKS-decision = "A" or WKS-decision = "a"
                   move "A" to EXC-estado
                   add 1 to WKS-aceptadas
               else
                   move "Q" to EXC-estado
                   add 1 to WKS-cuestionadas
               end-if
               move WKS-id-operador to EXC-revisor
               accept WKS-fecha from date yyyymmdd
               accept WKS-hora from time
               move WKS-fecha to EXC-fecha-revision
               move WKS-hora to EXC-hora-revision
               move WKS-comentario to EXC-comentario
               rewrite REG-EXCEPCION
               add 1 to WKS-revisadas
           end-if.

      *Abre (o crea, si aun no existe) la cola de excepciones para
      *actualizacion, igual que el registro de rechazos.
       00030-abrir-cola.
           open i-o ARCHIVO-EXCEPCIONES.
           if WKS-EXCEPREG-STATUS = "35"
               open output ARCHIVO-EXCEPCIONES
               close ARCHIVO-EXCEPCIONES
               open i-o ARCHIVO-EXCEPCIONES.

      *Firma de sesion contra el maestro de operadores, igual que en
      *RECHMNT: hasta tres intentos con verificacion de NIP y bloqueo
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
      *firma aceptada se toma tambien la marca de supervisor.
       00043-comparar-nip.
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
       00042-grabar-firma.
           open extend ARCHIVO-SESIONES.
           if WKS-SESIONES-STATUS = "35"
               open output ARCHIVO-SESIONES
               close ARCHIVO-SESIONES
               open extend ARCHIVO-SESIONES.
           move spaces to REG-SESION.
           move "EXCREV" to SES-programa.
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
           move "EXCREV" to STD-PROGRAMA.
           move WKS-revisadas to STD-REGISTROS-LEIDOS.
           move WKS-revisadas to STD-REGISTROS-ESCRITOS.
           if not WKS-sesion-firmada
               move 08 to STD-CODIGO
               move "Firma de sesion rechazada" to STD-MENSAJE
           else
           if WKS-hubo-algun-error
               move 04 to STD-CODIGO
               move "Revision con operaciones rechazadas"
                   to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Revision de excepciones sin errores"
                   to STD-MENSAJE.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
           display "Aceptadas: " WKS-aceptadas
               "  Cuestionadas: " WKS-cuestionadas.
       END PROGRAM EXCREV.
