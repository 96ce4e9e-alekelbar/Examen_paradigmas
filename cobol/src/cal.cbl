           SELECT LOTE-CHECKPOINT ASSIGN TO "LOTECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LOTE-CKPT-STATUS.
      *Registro permanente de control de lotes, por remitente y
      *numero de lote: estado, conteos y total de cada lote recibido,
      *para negarse a procesar dos veces el mismo lote (lo consulta y
      *libera LOTEMNT).
           SELECT ARCHIVO-CONTROL-LOTES ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-clave
               FILE STATUS IS WKS-LOTEREG-STATUS.
      *Acuse de recibo por remitente: cada corrida de lote agrega una
      *linea al archivo ACUSE-<remitente> (el nombre se arma en
      *WKS-nombre-acuse) con el veredicto del lote, sus conteos y el
      *total que dejo en LOTEOUT, para devolverselo al departamento.
           SELECT ARCHIVO-ACUSE ASSIGN USING WKS-nombre-acuse
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-ACUSE-STATUS.
      *Maestro de remitentes (lo mantiene REMMNT): la cabecera de
      *cada LOTEIN se valida contra el, y sus operaciones permitidas
      *y topes se aplican a cada triada del lote.
           SELECT ARCHIVO-REMITENTES ASSIGN TO "REMITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-id
               FILE STATUS IS WKS-REMITENTES-STATUS.
      *Cinta numerada del modo de calculo encadenado, para engrapar
      *al documento fuente igual que la tira de una sumadora. Cada
      *sesion de cinta corta su propio archivo CINTA-NNNNNN (el
           SELECT ARCHIVO-SESIONES ASSIGN TO "SESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SESIONES-STATUS.
      *Archivo historico de un mes de la bitacora (AUDIT-AAAAMM, el
      *nombre se arma en WKS-nombre-mensual igual que en AUDARCH);
      *solo se lee, para hallar el registro original de un reverso
      *que ya salio de AUDITF con el corte de fin de mes.
           SELECT ARCHIVO-MENSUAL ASSIGN USING WKS-nombre-mensual
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-MENSUAL-STATUS.
      *Tabla de umbrales de importes grandes que mantiene Finanzas
      *(un renglon por operacion y, opcionalmente, por operador).
           SELECT ARCHIVO-UMBRALES ASSIGN TO "UMBRALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-UMBRALES-STATUS.
      *Cola de excepciones: cada resultado auditado que rebasa su
      *umbral queda aqui, con su secuencia de auditoria, para que un
      *supervisor lo revise en EXCREV.
           SELECT ARCHIVO-EXCEPCIONES ASSIGN TO "EXCEPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-secuencia
               FILE STATUS IS WKS-EXCEPREG-STATUS.
      *Tabla de tasas con vigencias (la mantiene TASMNT): resuelve
      *los codigos de tasa que llegan en lugar del segundo operando.
           SELECT ARCHIVO-TASAS ASSIGN TO "TASAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-clave
               FILE STATUS IS WKS-TASAS-STATUS.

      *DIVISIÓN PARA GUARDAR VARIABLES...
       DATA DIVISION.
           05 CAB-fecha        pic 9(08).
           05 CAB-filler-2     pic X(01).
           05 CAB-numero       pic 9(07).
      *solo en un lote de reenvio armado por RECHMNT: numero del lote
      *original cuyos rechazos corregidos trae (en blanco en un lote
      *normal del departamento)
           05 CAB-filler-3     pic X(01).
           05 CAB-lote-origen  pic X(07).
      *pie del lote: trae el conteo de triadas que el remitente
      *declara haber mandado, para distinguir una transmision
      *truncada de un lote corto
      *su total y su tipo de orden)
           05 LCK-cabecera     pic X(26).

       FD  ARCHIVO-CONTROL-LOTES.
      *trazado compartido con LOTEMNT, que consulta y libera lotes
       COPY "LOTEREG.cpy".

       FD  ARCHIVO-ACUSE.
      *una linea por lote recibido: identidad del lote, veredicto
      *(ACEPTADO, RECHAZADO o DUPLICADO), motivo del rechazo, conteos
      *y total de resultados escritos en LOTEOUT
       01 REG-ACUSE.
           05 ACU-remitente    pic X(08).
           05 ACU-filler-1     pic X(01).
           05 ACU-lote         pic 9(07).
           05 ACU-filler-2     pic X(01).
           05 ACU-fecha-lote   pic 9(08).
           05 ACU-filler-3     pic X(01).
           05 ACU-veredicto    pic X(10).
           05 ACU-filler-4     pic X(01).
           05 ACU-motivo       pic X(20).
           05 ACU-filler-5     pic X(01).
           05 ACU-declarados   pic 9(07).
           05 ACU-filler-6     pic X(01).
           05 ACU-leidos       pic 9(07).
           05 ACU-filler-7     pic X(01).
           05 ACU-escritos     pic 9(07).
           05 ACU-filler-8     pic X(01).
           05 ACU-rechazados   pic 9(07).
           05 ACU-filler-9     pic X(01).
           05 ACU-total        pic S9(11)V9(2) sign is leading
                               separate.
           05 ACU-filler-10    pic X(01).
           05 ACU-fecha-proceso pic 9(08).
           05 ACU-filler-11    pic X(01).
           05 ACU-hora-proceso pic 9(08).
           05 ACU-filler-12    pic X(01).
      *lote original, cuando el lote es un reenvio de correcciones
           05 ACU-lote-origen  pic 9(07).

       FD  ARCHIVO-REMITENTES.
      *trazado compartido con REMMNT, que es quien mantiene el
      *maestro
       COPY "REMIREC.cpy".

       FD  ARCHIVO-CINTA.
       01 REG-CINTA            pic X(80).

      *con el programa de informe de firmas
       COPY "SESLREC.cpy".

      *el mensual se lee crudo y se pasa al trazado compartido de la
      *bitacora, porque el copybook del registro solo puede copiarse
      *una vez (mismo patron que AUDINQ)
       FD  ARCHIVO-MENSUAL.
       01 REG-AUD-MENSUAL  pic X(250).

       FD  ARCHIVO-UMBRALES.
      *trazado compartido con la documentacion de Finanzas
       COPY "UMBRAL.cpy".

       FD  ARCHIVO-EXCEPCIONES.
      *trazado compartido con EXCREV, que revisa la cola, y con
      *FINDIA, que cuenta las abiertas
       COPY "EXCEPREC.cpy".

       FD  ARCHIVO-TASAS.
      *trazado compartido con TASMNT, que es quien mantiene la tabla
       COPY "TASAREC.cpy".

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
           88 WKS-lote-verificado value "S".
       77 WKS-lote-sin-datos pic X(01) value "N".
           88 WKS-lote-ausente value "S".
      *fecha del lote segun su cabecera, para el registro de control
      *y el acuse
       77 WKS-lote-fecha   pic 9(08) value 0.
      *lote original al que corresponde un lote de reenvio de
      *correcciones (cero en un lote normal)
       77 WKS-lote-origen  pic 9(07) value 0.
      *registro de control de lotes: estado del archivo, si el lote
      *ya fue aceptado antes (duplicado), si ya tenia registro y el
      *estado con que se asienta
       77 WKS-LOTEREG-STATUS pic X(02) value "00".
       77 WKS-lote-duplicado pic X(01) value "N".
           88 WKS-lote-es-duplicado value "S".
       77 WKS-control-existe pic X(01) value "N".
           88 WKS-control-registrado value "S".
       77 WKS-estado-control pic X(01).
      *acuse de recibo al remitente: archivo, veredicto y los conteos
      *y el total tomados de lo que el lote dejo en LOTEOUT y
      *LOTERECH (asi cuadran aunque la corrida haya sido reanudada)
       77 WKS-ACUSE-STATUS pic X(02) value "00".
       77 WKS-nombre-acuse pic X(14).
       77 WKS-veredicto-acuse pic X(10).
       77 WKS-acuse-escritos pic 9(07) value 0.
       77 WKS-acuse-rechazados pic 9(07) value 0.
       77 WKS-acuse-total  pic S9(11)V9(2) value 0.
       77 WKS-fin-recuento pic X(01) value "N".
           88 WKS-fin-de-recuento value "S".
      *maestro de remitentes: lo que el remitente del lote en proceso
      *puede mandar (operaciones y topes) se copia aqui porque el
      *area del registro no sobrevive al cierre del maestro; el
      *acumulado es el total de resultados ya escritos del lote, y el
      *motivo de tope queda en blanco si el resultado cabe en ellos
       77 WKS-REMITENTES-STATUS pic X(02) value "00".
       77 WKS-rem-operaciones pic X(10).
       77 WKS-rem-limite-triada pic 9(07)V9(2) value 0.
       77 WKS-rem-limite-lote pic 9(11)V9(2) value 0.
       77 WKS-indice-oper  pic 9(02).
       77 WKS-oper-permitida pic X(01) value "N".
           88 WKS-operacion-permitida value "S".
       77 WKS-lote-acumulado pic S9(11)V9(2) value 0.
       77 WKS-lote-proyectado pic S9(11)V9(2) value 0.
       77 WKS-valor-absoluto pic 9(11)V9(2) value 0.
       77 WKS-motivo-limite pic X(20).
      *modo cinta (calculo encadenado): numero de paso, opcion del
      *menu de la cinta, bandera de acarreo del resultado anterior y
      *campos editados para armar cada renglon de la tira
           88 WKS-puede-interactiva   value "S".
       77 WKS-aut-lote     pic X(01) value "N".
           88 WKS-puede-lote          value "S".
      *reverso supervisado de una operacion ya auditada: secuencia
      *del original y mes desde el que se busca, copia del registro
      *original hallado, y si ya tenia un reverso (con su secuencia)
       77 WKS-MENSUAL-STATUS pic X(02) value "00".
       77 WKS-nombre-mensual pic X(12).
       77 WKS-rev-captura  pic 9(07) value 0.
       77 WKS-rev-secuencia pic X(07).
       77 WKS-rev-fecha-original pic 9(08) value 0.
       01 WKS-rev-mes-proceso.
           05 WKS-rev-mes-anio pic 9(04).
           05 WKS-rev-mes-numero pic 9(02).
       77 WKS-rev-mes-hasta pic 9(06).
       77 WKS-rev-original pic X(250).
       77 WKS-rev-sec-previa pic X(07).
       77 WKS-fin-reverso  pic X(01) value "N".
           88 WKS-fin-de-reverso      value "S".
       77 WKS-rev-hallado  pic X(01) value "N".
           88 WKS-rev-original-hallado value "S".
       77 WKS-rev-es-reverso pic X(01) value "N".
           88 WKS-rev-original-es-reverso value "S".
       77 WKS-rev-previo   pic X(01) value "N".
           88 WKS-rev-ya-reversado    value "S".
      *motivo del reverso y firma del supervisor que lo autoriza: ID,
      *NIP capturado y veredicto (debe ser supervisor activo, no
      *bloqueado y distinto del operador que pide el reverso)
       77 WKS-rev-motivo   pic X(40).
       77 WKS-rev-autoriza pic X(08).
       77 WKS-rev-autorizado pic X(01) value "N".
           88 WKS-reverso-autorizado  value "S".
      *umbrales de importes grandes cargados de UMBRALES al abrir la
      *bitacora (hasta 100 renglones); para cada resultado auditado
      *se busca el umbral del operador firmado y, si no tiene, el
      *general de la operacion
       77 WKS-UMBRALES-STATUS pic X(02) value "00".
       77 WKS-EXCEPREG-STATUS pic X(02) value "00".
       77 WKS-fin-umbrales pic X(01) value "N".
           88 WKS-fin-de-umbrales     value "S".
       77 WKS-total-umbrales pic 9(03) value 0.
       77 WKS-idx-umbral   pic 9(03) value 0.
       01 WKS-TABLA-UMBRALES.
           05 WKS-umb-entrada occurs 100 times.
               10 WKS-umb-operacion    pic X(01).
               10 WKS-umb-operador     pic X(08).
               10 WKS-umb-limite       pic 9(07)V9(2).
       77 WKS-umbral-general pic 9(07)V9(2) value 0.
       77 WKS-umbral-operador pic 9(07)V9(2) value 0.
       77 WKS-umbral-aplicable pic 9(07)V9(2) value 0.
       77 WKS-hay-general  pic X(01) value "N".
           88 WKS-con-umbral-general  value "S".
       77 WKS-hay-operador pic X(01) value "N".
           88 WKS-con-umbral-operador value "S".
       77 WKS-excepciones  pic 9(07) value 0.
      *codigo de tasa capturado en lugar del segundo operando (en
      *blanco = operando numerico normal), fecha a la que se resuelve
      *(la del lote, o la de hoy en el modo interactivo), vigencia
      *hallada y motivo del rechazo cuando el codigo no existe o no
      *esta en vigor en esa fecha
       77 WKS-TASAS-STATUS pic X(02) value "00".
       77 WKS-codigo-tasa  pic X(08) value spaces.
       77 WKS-fecha-tasa   pic 9(08) value 0.
       77 WKS-valor-tasa   pic 9(05)V9(06) value 0.
       77 WKS-tasa-hasta   pic 9(08) value 0.
       77 WKS-motivo-tasa  pic X(20) value spaces.
       77 WKS-fin-tasas    pic X(01) value "N".
           88 WKS-fin-de-tasas        value "S".
       77 WKS-tasa-conocida pic X(01) value "N".
           88 WKS-tasa-codigo-conocido value "S".
       77 WKS-tasa-hallada pic X(01) value "N".
           88 WKS-tasa-en-vigor       value "S".
       77 WKS-edita-tasa   pic ZZZZ9.999999.
      *segundo operando con el que de verdad se calcula: el capturado
      *o, con codigo de tasa, el valor completo de la tasa (el
      *segundo operando que se muestra y se audita lleva la tasa
      *redondeada a dos decimales)
       77 WKS-operando-2-calculo pic S9(5)V9(6) value 0.

      *TIENE TODAS LAS INSTRUCCIONES PARA LLEVAR A CABO EL PROGRAMA...
       PROCEDURE DIVISION.

       00000-calculadora.
           display "1) usar calculadora, 2) proceso por lote, 3) salir"
               ", 4) modo cinta, 5) reverso de operacion".
           accept wks-opcion.
           if wks-opcion = 1
               if WKS-puede-interactiva
                   display "Operador no autorizado para la "
                       "calculadora interactiva"
               end-if
           else
           if wks-opcion = 5
               if WKS-puede-interactiva
                   perform 00048-reversar-operacion
               else
                   display "Operador no autorizado para la "
                       "calculadora interactiva"
               end-if
           else
               display "Gus bay!".

           display "Capture el primer operando: ".
           accept WKS-captura.
           compute WKS-operando-1 = function numval(WKS-captura).
           perform 00063-capturar-operando-2.
           display "Inserte la operación: ".
           accept wks-operacion.

       00002-realizar-operacion.
           perform 00004-validar-operacion.
      *con codigo de tasa se calcula con la tasa completa, no con la
      *redondeada que queda como segundo operando
           if WKS-codigo-tasa not = spaces
               move WKS-valor-tasa to WKS-operando-2-calculo
           else
               move WKS-operando-2 to WKS-operando-2-calculo
           end-if.
           move "N" to WKS-excedido.
           move spaces to WKS-motivo-limite.
           if WKS-operacion-valida
               if wks-operacion = "s"
      *Operación de suma...
                   add WKS-operando-1 to WKS-operando-2-calculo
                   giving WKS-result rounded
               else
               if wks-operacion = "r"
      *Operación de resta...
                   subtract WKS-operando-1 from
                   WKS-operando-2-calculo giving WKS-result rounded
               else
               if wks-operacion = "m"
      *Operación de multiplicación... un producto de dos operandos
      *grandes puede no caber ni en el resultado ampliado; en ese
      *caso se rechaza en vez de truncarse en silencio
                   multiply WKS-operando-1 by WKS-operando-2-calculo
                   giving WKS-result rounded
                       on size error
                           move "S" to WKS-excedido
                   end-multiply
               if wks-operacion = "d"
      *Operación de división... un divisor muy chico tambien puede
      *desbordar el resultado
                   divide WKS-operando-1 into WKS-operando-2-calculo
                   giving WKS-result rounded
                       on size error
                           move "S" to WKS-excedido
                   end-divide
               end-if
               end-if
               end-if
      *en el lote el resultado tambien debe caber en los topes del
      *remitente, antes de auditarlo
               if not WKS-resultado-excedido and
                  WKS-origen-auditoria = "L"
                   perform 00047-verificar-topes-remitente
               end-if
               if WKS-resultado-excedido
                   move "N" to WKS-valido
                   move "S" to WKS-HUBO-INVALIDA
                   display "Resultado excede la capacidad, "
                       "operacion rechazada"
               else
               if WKS-motivo-limite not = spaces
                   move "N" to WKS-valido
                   move "S" to WKS-HUBO-INVALIDA
                   display "Resultado fuera del tope del remitente: "
                       WKS-motivo-limite
               else
                   move WKS-result to WKS-edita-result
                   display "Resultado! " WKS-edita-result
                   display "Operador: " WKS-NOMBRE
                   perform 00003-grabar-auditoria
               end-if
               end-if
           end-if.
      *el codigo de tasa vale solo para esta operacion
           move spaces to WKS-codigo-tasa.
           move spaces to WKS-motivo-tasa.

      *Escribe la transacción (operandos, operador y resultado) en la
      *bitacora de auditoria, con su fecha y hora de ejecución.
           move WKS-origen-auditoria to AUD-origen.
           add 1 to WKS-secuencia-aud.
           move WKS-secuencia-aud to AUD-secuencia.
           if WKS-codigo-tasa not = spaces
               move WKS-codigo-tasa to AUD-codigo-tasa
               move WKS-valor-tasa to AUD-valor-tasa
           end-if.
           write REG-AUDITORIA.
           perform 00034-grabar-secuencia.
           add 1 to WKS-CONTADOR-OPERACIONES.
           perform 00060-verificar-umbral.

      *Valida el operador recibido y, cuando es division, que el primer
      *operando (divisor) no sea cero, antes de permitir el calculo.
      *Un codigo de tasa que no se pudo resolver rechaza la operacion.
       00004-validar-operacion.
           move "S" to WKS-valido.
           if WKS-motivo-tasa not = spaces
               move "N" to WKS-valido
               move "S" to WKS-HUBO-INVALIDA
               display "Codigo de tasa rechazado: " WKS-codigo-tasa
                   " " WKS-motivo-tasa
           else
           if wks-operacion not = "s" and wks-operacion not = "r" and
              wks-operacion not = "m" and wks-operacion not = "d"
               move "N" to WKS-valido
           move spaces to WKS-motivo-lote.
           move "N" to WKS-lote-ok.
           move "N" to WKS-lote-sin-datos.
           move 0 to WKS-lote-fecha.
           move 0 to WKS-lote-origen.
           move "N" to WKS-lote-duplicado.
           move 0 to WKS-acuse-escritos.
           move 0 to WKS-acuse-rechazados.
           move 0 to WKS-acuse-total.
           move spaces to WKS-rem-operaciones.
           move 0 to WKS-rem-limite-triada.
           move 0 to WKS-rem-limite-lote.
           move 0 to WKS-lote-acumulado.
           move "L" to WKS-origen-auditoria.
           perform 00018-leer-checkpoint-lote.
           perform 00026-verificar-lote.
      *un lote verificado se busca en el registro de control: si ya
      *fue aceptado antes (y ningun supervisor lo libero) es un
      *reenvio y se rechaza completo, sin calcular nada
           if WKS-lote-verificado
               perform 00036-consultar-control-lote
           end-if.
           if WKS-lote-ausente
               continue
           else
           if not WKS-lote-verificado
               perform 00028-rechazar-lote-completo
               move "R" to WKS-estado-control
               perform 00039-asentar-control-lote
               move "RECHAZADO" to WKS-veredicto-acuse
               perform 00042-grabar-acuse
           else
           if WKS-lote-es-duplicado
               move "LOTE-DUPLICADO" to WKS-motivo-lote
               perform 00028-rechazar-lote-completo
               move "DUPLICADO" to WKS-veredicto-acuse
               perform 00042-grabar-acuse
           else
               move "P" to WKS-estado-control
               perform 00039-asentar-control-lote
               perform 00029-procesar-lote-verificado
               perform 00037-recontar-salida-lote
               move "A" to WKS-estado-control
               perform 00039-asentar-control-lote
               move "ACEPTADO" to WKS-veredicto-acuse
               perform 00042-grabar-acuse
           end-if
           end-if
           end-if.
           move "I" to WKS-origen-auditoria.
      *Pasada previa de verificacion del lote: el primer registro
      *debe ser la cabecera del remitente y el ultimo el pie con el
      *conteo declarado, y las triadas halladas deben ser exactamente
      *las declaradas; el remitente de la cabecera debe estar
      *registrado y activo en el maestro de remitentes. Cualquier
      *falla deja el motivo listo para el rechazo del lote completo.
      *Un LOTEIN ausente o vacio solo se avisa: no hay nada que
      *procesar ni que rechazar.
       00026-verificar-lote.
           open input LOTE-ENTRADA.
           if WKS-LOTE-ENTRADA-STATUS = "35"
                       if CAB-tipo = "H"
                           move CAB-remitente to WKS-lote-remitente
                           move CAB-numero to WKS-lote-numero
                           move CAB-fecha to WKS-lote-fecha
                           if CAB-lote-origen numeric
                               move CAB-lote-origen to WKS-lote-origen
                               display "Lote de reenvio de "
                                   "correcciones del lote original "
                                   WKS-lote-origen
                           end-if
                           perform 00044-validar-remitente
                           if WKS-motivo-lote = spaces
                               perform 00027-contar-registro-lote
                                   until WKS-fin-de-lote
                           end-if
                       else
                           move "LOTE-SIN-CABECERA" to WKS-motivo-lote
                       end-if
                   "se ignora"
               move 0 to WKS-lote-saltar
           end-if.
      *al reanudar, el acumulado del lote arranca con lo que la
      *corrida caida ya dejo en LOTEOUT, para que el tope por lote
      *siga contando desde ahi
           if WKS-lote-saltar > 0
               perform 00037-recontar-salida-lote
               move WKS-acuse-total to WKS-lote-acumulado
               open extend LOTE-SALIDA
               open extend LOTE-RECHAZOS
               perform 00019-saltar-procesados
           perform 00021-borrar-checkpoint-lote.
           close LOTE-ENTRADA.

      *Busca el lote verificado en el registro de control. Un lote
      *ya aceptado es un reenvio: se marca duplicado y se anota el
      *intento en su registro. Uno liberado por un supervisor, uno
      *rechazado antes o uno cuya corrida se cayo se deja procesar.
       00036-consultar-control-lote.
           move "N" to WKS-lote-duplicado.
           perform 00041-abrir-control-lotes.
           move WKS-lote-remitente to LRG-remitente.
           move WKS-lote-numero to LRG-numero.
           read ARCHIVO-CONTROL-LOTES
               invalid key
                   continue
               not invalid key
                   if LRG-aceptado
                       display "Lote ya procesado el "
                           LRG-fecha-proceso ", se rechaza: "
                           WKS-lote-remitente " " WKS-lote-numero
                       move "S" to WKS-lote-duplicado
                       add 1 to LRG-envios
                       add 1 to LRG-duplicados
                       rewrite REG-CONTROL-LOTE
                   else
                   if LRG-liberado
                       display "Lote liberado por " LRG-liberado-por
                           ", se procesa de nuevo"
                   end-if
                   end-if
           end-read.
           close ARCHIVO-CONTROL-LOTES.

      *Asienta el lote en el registro de control con el estado de
      *WKS-estado-control: "P" al empezar a procesarlo, "A" al
      *terminarlo (con los conteos y el total de la salida) y "R" al
      *rechazarlo completo. Un lote sin cabecera no tiene clave y no
      *se asienta; un rechazo completo nunca pisa el registro de un
      *lote ya aceptado, solo anota el envio.
       00039-asentar-control-lote.
           if WKS-lote-remitente not = spaces
               perform 00041-abrir-control-lotes
               move WKS-lote-remitente to LRG-remitente
               move WKS-lote-numero to LRG-numero
               read ARCHIVO-CONTROL-LOTES
                   invalid key
                       move "N" to WKS-control-existe
                   not invalid key
                       move "S" to WKS-control-existe
               end-read
               if not WKS-control-registrado
                   move spaces to REG-CONTROL-LOTE
                   move WKS-lote-remitente to LRG-remitente
                   move WKS-lote-numero to LRG-numero
                   move 0 to LRG-envios
                   move 0 to LRG-duplicados
                   move 0 to LRG-fecha-liberacion
               end-if
               if WKS-estado-control not = "A"
                   add 1 to LRG-envios
               end-if
               if WKS-estado-control = "R" and LRG-aceptado
                   continue
               else
                   perform 00040-llenar-control-lote
               end-if
               if WKS-control-registrado
                   rewrite REG-CONTROL-LOTE
               else
                   write REG-CONTROL-LOTE
               end-if
               close ARCHIVO-CONTROL-LOTES
           end-if.

      *Llena el registro de control con el estado, el motivo, los
      *conteos y la estampa del proceso en curso.
       00040-llenar-control-lote.
           move WKS-estado-control to LRG-estado.
           move WKS-lote-fecha to LRG-fecha-lote.
           move WKS-lote-declarados to LRG-declarados.
           if WKS-estado-control = "R"
               move WKS-motivo-lote to LRG-motivo
               move WKS-lote-contados to LRG-leidos
               move 0 to LRG-escritos
               move 0 to LRG-rechazados
               move 0 to LRG-total
           else
               move spaces to LRG-motivo
               add WKS-acuse-escritos to WKS-acuse-rechazados
                   giving LRG-leidos
               move WKS-acuse-escritos to LRG-escritos
               move WKS-acuse-rechazados to LRG-rechazados
               move WKS-acuse-total to LRG-total
           end-if.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to LRG-fecha-proceso.
           move WKS-hora to LRG-hora-proceso.
           move WKS-id-operador to LRG-operador.

      *Abre (o crea, si aun no existe) el registro de control de
      *lotes para actualizacion, igual que el maestro de operadores.
       00041-abrir-control-lotes.
           open i-o ARCHIVO-CONTROL-LOTES.
           if WKS-LOTEREG-STATUS = "35"
               open output ARCHIVO-CONTROL-LOTES
               close ARCHIVO-CONTROL-LOTES
               open i-o ARCHIVO-CONTROL-LOTES.

      *Recuenta lo que el lote ya procesado dejo en LOTEOUT (registros
      *y total de resultados) y en LOTERECH (registros), para que el
      *registro de control y el acuse incluyan tambien lo escrito por
      *una corrida anterior que se cayo y se reanudo.
       00037-recontar-salida-lote.
           move 0 to WKS-acuse-escritos.
           move 0 to WKS-acuse-rechazados.
           move 0 to WKS-acuse-total.
           move "N" to WKS-fin-recuento.
           open input LOTE-SALIDA.
           if WKS-LOTE-SALIDA-STATUS = "00"
               perform 00038-sumar-salida until WKS-fin-de-recuento
               close LOTE-SALIDA
           end-if.
           move "N" to WKS-fin-recuento.
           open input LOTE-RECHAZOS.
           if WKS-LOTE-RECHAZOS-STATUS = "00"
               perform 00043-contar-rechazo until WKS-fin-de-recuento
               close LOTE-RECHAZOS
           end-if.

       00038-sumar-salida.
           read LOTE-SALIDA
               at end
                   move "S" to WKS-fin-recuento
               not at end
                   add 1 to WKS-acuse-escritos
                   add SAL-result to WKS-acuse-total
           end-read.

       00043-contar-rechazo.
           read LOTE-RECHAZOS
               at end
                   move "S" to WKS-fin-recuento
               not at end
                   add 1 to WKS-acuse-rechazados
           end-read.

      *Agrega la linea del acuse de recibo al archivo del remitente
      *(ACUSE-<remitente>; un lote sin cabecera va a ACUSE-DESCONOC),
      *creandolo vacio si es su primer lote, igual que la bitacora.
       00042-grabar-acuse.
           move spaces to WKS-nombre-acuse.
           if WKS-lote-remitente = spaces
               move "ACUSE-DESCONOC" to WKS-nombre-acuse
           else
               string "ACUSE-" delimited by size
                   WKS-lote-remitente delimited by space
                   into WKS-nombre-acuse
           end-if.
           open extend ARCHIVO-ACUSE.
           if WKS-ACUSE-STATUS = "35"
               open output ARCHIVO-ACUSE
               close ARCHIVO-ACUSE
               open extend ARCHIVO-ACUSE.
           move spaces to REG-ACUSE.
           move WKS-lote-remitente to ACU-remitente.
           move WKS-lote-numero to ACU-lote.
           move WKS-lote-fecha to ACU-fecha-lote.
           move WKS-veredicto-acuse to ACU-veredicto.
           move WKS-lote-declarados to ACU-declarados.
           if WKS-veredicto-acuse = "ACEPTADO"
               add WKS-acuse-escritos to WKS-acuse-rechazados
                   giving ACU-leidos
               move WKS-acuse-escritos to ACU-escritos
               move WKS-acuse-rechazados to ACU-rechazados
               move WKS-acuse-total to ACU-total
           else
               move WKS-motivo-lote to ACU-motivo
               move WKS-lote-contados to ACU-leidos
               move 0 to ACU-escritos
               move 0 to ACU-rechazados
               move 0 to ACU-total
           end-if.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to ACU-fecha-proceso.
           move WKS-hora to ACU-hora-proceso.
           move WKS-lote-origen to ACU-lote-origen.
           write REG-ACUSE.
           close ARCHIVO-ACUSE.
           display "Acuse de lote " WKS-veredicto-acuse " en "
               WKS-nombre-acuse.

      *Valida el remitente de la cabecera contra el maestro de
      *remitentes: uno no registrado (o sin maestro) o inactivo deja
      *el motivo para rechazar el lote completo; uno activo deja
      *copiadas sus operaciones permitidas y sus topes.
       00044-validar-remitente.
           open input ARCHIVO-REMITENTES.
           if WKS-REMITENTES-STATUS = "35"
               display "Maestro REMITMST no existe, use REMMNT"
               move "REMITENTE-NO-REGIST" to WKS-motivo-lote
           else
               move WKS-lote-remitente to REM-id
               read ARCHIVO-REMITENTES
                   invalid key
                       display "Remitente no registrado: "
                           WKS-lote-remitente
                       move "REMITENTE-NO-REGIST" to WKS-motivo-lote
                   not invalid key
                       if REM-activo-si
                           move REM-operaciones to WKS-rem-operaciones
                           move REM-limite-triada to
                               WKS-rem-limite-triada
                           move REM-limite-lote to WKS-rem-limite-lote
                       else
                           display "Remitente inactivo: "
                               WKS-lote-remitente
                           move "REMITENTE-INACTIVO" to
                               WKS-motivo-lote
                       end-if
               end-read
               close ARCHIVO-REMITENTES
           end-if.

      *Busca la operacion de la triada entre las permitidas al
      *remitente; si no esta, la triada se rechaza.
       00045-validar-operacion-remitente.
           move "N" to WKS-oper-permitida.
           perform 00046-buscar-operacion
               varying WKS-indice-oper from 1 by 1
               until WKS-indice-oper > 10 or WKS-operacion-permitida.
           if not WKS-operacion-permitida
               move "N" to WKS-lote-valido
               move "OPERACION-NO-PERMIT" to WKS-motivo-rechazo
           end-if.

       00046-buscar-operacion.
           if WKS-rem-operaciones(WKS-indice-oper:1) =
              LOTE-txt-operacion
               move "S" to WKS-oper-permitida
           end-if.

      *Compara el resultado ya calculado contra los topes del
      *remitente, en valor absoluto: primero el tope por triada y
      *luego el del lote, sobre el acumulado mas este resultado. Un
      *tope en cero no limita. El motivo queda en blanco si cabe.
       00047-verificar-topes-remitente.
           move spaces to WKS-motivo-limite.
           move WKS-result to WKS-valor-absoluto.
           if WKS-rem-limite-triada > 0 and
              WKS-valor-absoluto > WKS-rem-limite-triada
               move "EXCEDE-LIMITE-TRIADA" to WKS-motivo-limite
           else
               add WKS-lote-acumulado to WKS-result
                   giving WKS-lote-proyectado
               move WKS-lote-proyectado to WKS-valor-absoluto
               if WKS-rem-limite-lote > 0 and
                  WKS-valor-absoluto > WKS-rem-limite-lote
                   move "EXCEDE-LIMITE-LOTE" to WKS-motivo-limite
               end-if
           end-if.

      *Reverso supervisado de una operacion ya auditada: la bitacora
      *no se edita nunca, asi que un calculo equivocado se anula con
      *un registro nuevo de tipo "R" que apunta a la secuencia del
      *original, con el resultado de signo invertido, el motivo y la
      *firma de un supervisor distinto del operador que lo pide. Un
      *reverso no se reversa, y una operacion ya reversada no admite
      *un segundo reverso.
       00048-reversar-operacion.
           display "Secuencia de auditoria a reversar: ".
           accept WKS-rev-captura.
           display "Fecha de la operacion original (AAAAMMDD, "
               "0 = buscar solo en AUDITF): ".
           accept WKS-rev-fecha-original.
           if WKS-rev-captura = 0
               display "Secuencia invalida"
           else
               move WKS-rev-captura to WKS-rev-secuencia
               perform 00049-buscar-original
               if not WKS-rev-original-hallado
                   display "Secuencia no encontrada: "
                       WKS-rev-secuencia
               else
               if WKS-rev-original-es-reverso
                   display "Un reverso no se puede reversar: "
                       WKS-rev-secuencia
               else
               if WKS-rev-ya-reversado
                   display "La operacion ya fue reversada con la "
                       "secuencia " WKS-rev-sec-previa
               else
                   move WKS-rev-original to REG-AUDITORIA
                   move AUD-result to WKS-edita-result
                   display "Original: " AUD-fecha " " AUD-operacion
                       " " WKS-edita-result " " AUD-nombre
                   display "Motivo del reverso: "
                   move spaces to WKS-rev-motivo
                   accept WKS-rev-motivo
                   if WKS-rev-motivo = spaces
                       display "El reverso requiere un motivo"
                   else
                       perform 00054-autorizar-reverso
                       if WKS-reverso-autorizado
                           perform 00057-grabar-reverso
                       else
                           display "Reverso no autorizado"
                       end-if
                   end-if
               end-if
               end-if
               end-if
           end-if.

      *Busca el registro original y un reverso previo suyo: primero
      *en los mensuales, del mes de la fecha original al mes en
      *curso, y al final en la bitacora viva. AUDITF esta abierta
      *para agregar toda la sesion; se cierra para leerla y se
      *vuelve a abrir igual al terminar.
       00049-buscar-original.
           move "N" to WKS-rev-hallado.
           move "N" to WKS-rev-es-reverso.
           move "N" to WKS-rev-previo.
           move spaces to WKS-rev-sec-previa.
           accept WKS-fecha from date yyyymmdd.
           if WKS-rev-fecha-original > 0
               move WKS-rev-fecha-original(1:6) to WKS-rev-mes-proceso
               move WKS-fecha(1:6) to WKS-rev-mes-hasta
               perform 00050-pasar-mensual-reverso
                   until WKS-rev-mes-proceso > WKS-rev-mes-hasta
           end-if.
           close ARCHIVO-AUDITORIA.
           move "N" to WKS-fin-reverso.
           open input ARCHIVO-AUDITORIA.
           if WKS-AUDITORIA-STATUS = "00"
               perform 00052-leer-auditoria-reverso
                   until WKS-fin-de-reverso
               close ARCHIVO-AUDITORIA
           end-if.
           perform 00010-abrir-auditoria.

      *Pasa el mensual del mes en proceso; un mes sin archivo se
      *salta en silencio.
       00050-pasar-mensual-reverso.
           move spaces to WKS-nombre-mensual.
           string "AUDIT-" delimited by size
               WKS-rev-mes-proceso delimited by size
               into WKS-nombre-mensual.
           move "N" to WKS-fin-reverso.
           open input ARCHIVO-MENSUAL.
           if WKS-MENSUAL-STATUS = "00"
               perform 00051-leer-mensual-reverso
                   until WKS-fin-de-reverso
               close ARCHIVO-MENSUAL
           end-if.
           if WKS-rev-mes-numero = 12
               add 1 to WKS-rev-mes-anio
               move 1 to WKS-rev-mes-numero
           else
               add 1 to WKS-rev-mes-numero
           end-if.

       00051-leer-mensual-reverso.
           read ARCHIVO-MENSUAL
               at end
                   move "S" to WKS-fin-reverso
               not at end
                   move REG-AUD-MENSUAL to REG-AUDITORIA
                   perform 00053-examinar-reverso
           end-read.

       00052-leer-auditoria-reverso.
           read ARCHIVO-AUDITORIA
               at end
                   move "S" to WKS-fin-reverso
               not at end
                   perform 00053-examinar-reverso
           end-read.

      *Revisa un registro de la bitacora: si es el original se
      *guarda su copia; si es un reverso que ya apunta al original se
      *anota su secuencia.
       00053-examinar-reverso.
           if AUD-secuencia = WKS-rev-secuencia
               move "S" to WKS-rev-hallado
               move REG-AUDITORIA to WKS-rev-original
               if AUD-es-reverso
                   move "S" to WKS-rev-es-reverso
               end-if
           end-if.
           if AUD-es-reverso and
              AUD-secuencia-original = WKS-rev-secuencia
               move "S" to WKS-rev-previo
               move AUD-secuencia to WKS-rev-sec-previa
           end-if.

      *Segunda firma del reverso: el supervisor teclea su ID y su NIP
      *en la misma terminal. El intento queda en la bitacora de
      *firmas igual que una firma de sesion, y un NIP equivocado
      *cuenta para el bloqueo automatico del supervisor.
       00054-autorizar-reverso.
           move "N" to WKS-rev-autorizado.
           display "ID del supervisor que autoriza: ".
           accept WKS-rev-autoriza.
           open i-o ARCHIVO-OPERADORES.
           if WKS-OPERADORES-STATUS = "35"
               display "Maestro OPERMST no existe, use OPERMNT"
               move "MAESTRO-AUSENTE" to WKS-resultado-firma
           else
               move WKS-rev-autoriza to OPE-id
               read ARCHIVO-OPERADORES
                   invalid key
                       display "ID no registrado: " WKS-rev-autoriza
                       move "ID-NO-REGISTRADO" to WKS-resultado-firma
                   not invalid key
                       perform 00055-validar-supervisor
               end-read
               close ARCHIVO-OPERADORES
           end-if.
           perform 00056-grabar-firma-reverso.

      *Valida al supervisor ya hallado en el maestro y su NIP.
       00055-validar-supervisor.
           if WKS-rev-autoriza = WKS-id-operador
               display "Quien autoriza debe ser distinto de quien "
                   "pide el reverso"
               move "REVERSO-MISMO-OPER" to WKS-resultado-firma
           else
           if not OPE-es-supervisor
               display "El operador no es supervisor: "
                   WKS-rev-autoriza
               move "REVERSO-NO-SUPERV" to WKS-resultado-firma
           else
           if OPE-bloqueado-si
               display "Operador bloqueado, pida el desbloqueo en "
                   "OPERMNT: " WKS-rev-autoriza
               move "OPERADOR-BLOQUEADO" to WKS-resultado-firma
           else
           if not OPE-activo-si
               display "Operador inactivo: " WKS-rev-autoriza
               move "OPERADOR-INACTIVO" to WKS-resultado-firma
           else
           if OPE-pin = spaces
               display "Operador sin NIP, asignelo en OPERMNT: "
                   WKS-rev-autoriza
               move "SIN-NIP" to WKS-resultado-firma
           else
               display "NIP del supervisor: "
               accept WKS-pin-capturado
               if WKS-pin-capturado = OPE-pin
                   move "S" to WKS-rev-autorizado
                   move "REVERSO-AUTORIZADO" to WKS-resultado-firma
                   move 0 to OPE-intentos-mal
                   rewrite REG-OPERADOR
               else
                   add 1 to OPE-intentos-mal
                   if OPE-intentos-mal >= 3
                       move "S" to OPE-bloqueado
                       move "BLOQUEO-AUTOMATICO" to
                           WKS-resultado-firma
                       display "NIP incorrecto, operador bloqueado: "
                           WKS-rev-autoriza
                   else
                       move "NIP-INCORRECTO" to WKS-resultado-firma
                       display "NIP incorrecto: " WKS-rev-autoriza
                   end-if
                   rewrite REG-OPERADOR
               end-if.

      *Graba en la bitacora de firmas el intento de autorizacion del
      *supervisor, con el mismo trazado que las firmas de sesion.
       00056-grabar-firma-reverso.
           open extend ARCHIVO-SESIONES.
           if WKS-SESIONES-STATUS = "35"
               open output ARCHIVO-SESIONES
               close ARCHIVO-SESIONES
               open extend ARCHIVO-SESIONES.
           move spaces to REG-SESION.
           move "EXAM" to SES-programa.
           move WKS-rev-autoriza to SES-id.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to SES-fecha.
           move WKS-hora to SES-hora.
           move WKS-resultado-firma to SES-resultado.
           write REG-SESION.
           close ARCHIVO-SESIONES.

      *Graba el reverso: copia del original con el resultado de
      *signo invertido, fecha y hora actuales, secuencia nueva y los
      *datos del reverso. El operador y el origen del original se
      *conservan, para que el neto cuadre por operador y para que la
      *conciliacion de lote sepa de que lado cae.
       00057-grabar-reverso.
           move WKS-rev-original to REG-AUDITORIA.
           compute AUD-result = AUD-result * -1.
           accept WKS-fecha from date yyyymmdd.
           accept WKS-hora from time.
           move WKS-fecha to AUD-fecha.
           move WKS-hora to AUD-hora.
           move "R" to AUD-tipo.
           move WKS-rev-secuencia to AUD-secuencia-original.
           move WKS-id-operador to AUD-solicita.
           move WKS-rev-autoriza to AUD-autoriza.
           move WKS-rev-motivo to AUD-motivo-reverso.
           add 1 to WKS-secuencia-aud.
           move WKS-secuencia-aud to AUD-secuencia.
           write REG-AUDITORIA.
           perform 00034-grabar-secuencia.
           add 1 to WKS-CONTADOR-OPERACIONES.
           display "Reverso grabado con secuencia " AUD-secuencia.

      *Retoma el punto de control de una corrida caida, si existe y
      *tiene contenido; un archivo vacio (corrida anterior terminada
      *bien) o inexistente significa arrancar desde el primer
           perform 00012-validar-registro-lote.
           if WKS-registro-lote-valido
               move LOTE-operando-1 to WKS-operando-1
      *con codigo de tasa el segundo operando ya quedo resuelto en
      *la pre-edicion
               if WKS-codigo-tasa = spaces
                   move LOTE-operando-2 to WKS-operando-2
               end-if
               move LOTE-operacion to wks-operacion
               perform 00002-realizar-operacion
      *la pre-edicion no puede anticipar un desborde del resultado;
                   move WKS-lote-numero to SAL-lote
                   write REG-LOTE-SALIDA
                   add 1 to WKS-lote-escritos
                   add WKS-result to WKS-lote-acumulado
               else
                   if WKS-motivo-limite not = spaces
                       move WKS-motivo-limite to WKS-motivo-rechazo
                   else
                       move "RESULTADO-EXCEDIDO" to WKS-motivo-rechazo
                   end-if
                   perform 00013-rechazar-registro-lote
               end-if
           else

      *Pre-edicion de la triada en curso, sobre la vista cruda del
      *registro: operandos con signo y cinco digitos, operacion en
      *s/r/m/d, divisor distinto de cero cuando es division y
      *operacion permitida al remitente. Se reporta el primer motivo
      *que descalifica al registro. El segundo operando puede ser en
      *cambio un codigo de tasa (empieza con letra), que se resuelve
      *a la tasa en vigor en la fecha del lote.
       00012-validar-registro-lote.
           move "S" to WKS-lote-valido.
           move spaces to WKS-motivo-rechazo.
           move spaces to WKS-codigo-tasa.
           move spaces to WKS-motivo-tasa.
           if (LOTE-txt-operando-1(1:1) not = "+" and
               LOTE-txt-operando-1(1:1) not = "-") or
               LOTE-txt-operando-1(2:7) not numeric
               move "N" to WKS-lote-valido
               move "OPERANDO-1-INVALIDO" to WKS-motivo-rechazo
           else
           if (LOTE-txt-operando-2(1:1) not alphabetic-upper or
               LOTE-txt-operando-2(1:1) = space) and
              ((LOTE-txt-operando-2(1:1) not = "+" and
                LOTE-txt-operando-2(1:1) not = "-") or
               LOTE-txt-operando-2(2:7) not numeric)
               move "N" to WKS-lote-valido
               move "OPERANDO-2-INVALIDO" to WKS-motivo-rechazo
           else
           if LOTE-txt-operacion = "d" and LOTE-operando-1 = 0
               move "N" to WKS-lote-valido
               move "DIVISOR-CERO" to WKS-motivo-rechazo.
      *un codigo de tasa debe existir en la tabla y estar en vigor en
      *la fecha de la cabecera del lote
           if WKS-registro-lote-valido and
              LOTE-txt-operando-2(1:1) alphabetic-upper and
              LOTE-txt-operando-2(1:1) not = space
               move LOTE-txt-operando-2 to WKS-codigo-tasa
               move WKS-lote-fecha to WKS-fecha-tasa
               perform 00064-resolver-tasa
               if WKS-motivo-tasa not = spaces
                   move "N" to WKS-lote-valido
                   move WKS-motivo-tasa to WKS-motivo-rechazo
               end-if
           end-if.
      *una triada bien formada debe ademas usar una operacion que el
      *remitente del lote tenga permitida en su maestro
           if WKS-registro-lote-valido
               perform 00045-validar-operacion-remitente
           end-if.

      *Graba el registro rechazado tal como llego, con su motivo, y lo
      *refleja en el resumen de la corrida.
               accept WKS-captura
               compute WKS-operando-1 = function numval(WKS-captura)
           end-if.
           perform 00063-capturar-operando-2.
           display "Inserte la operación: ".
           accept wks-operacion.
           perform 00002-realizar-operacion.
               close ARCHIVO-AUDITORIA
               open extend ARCHIVO-AUDITORIA.
           perform 00033-leer-secuencia.
           perform 00058-cargar-umbrales.

      *Carga la tabla de umbrales de importes grandes; sin el archivo
      *no hay umbrales y ningun resultado pasa a revision.
       00058-cargar-umbrales.
           move 0 to WKS-total-umbrales.
           move "N" to WKS-fin-umbrales.
           open input ARCHIVO-UMBRALES.
           if WKS-UMBRALES-STATUS = "35"
               display "Archivo UMBRALES no encontrado, sin revision "
                   "de importes grandes"
           else
               perform 00059-leer-umbral until WKS-fin-de-umbrales
               close ARCHIVO-UMBRALES
           end-if.

       00059-leer-umbral.
           read ARCHIVO-UMBRALES
               at end
                   move "S" to WKS-fin-umbrales
               not at end
                   if UMB-operacion not = spaces
                       if WKS-total-umbrales < 100
                           add 1 to WKS-total-umbrales
                           move UMB-operacion to
                               WKS-umb-operacion(WKS-total-umbrales)
                           move UMB-operador to
                               WKS-umb-operador(WKS-total-umbrales)
                           move UMB-limite to
                               WKS-umb-limite(WKS-total-umbrales)
                       else
                           display "Tabla de umbrales llena, se "
                               "omite: " UMB-operacion " "
                               UMB-operador
                       end-if
                   end-if
           end-read.

      *Compara el resultado recien auditado contra su umbral (el del
      *operador firmado o, si no tiene, el general de la operacion),
      *en valor absoluto; si lo rebasa lo manda a la cola de
      *excepciones con la secuencia que se le acaba de estampar.
       00060-verificar-umbral.
           move "N" to WKS-hay-general.
           move "N" to WKS-hay-operador.
           perform 00061-buscar-umbral
               varying WKS-idx-umbral from 1 by 1
               until WKS-idx-umbral > WKS-total-umbrales.
           if WKS-con-umbral-operador
               move WKS-umbral-operador to WKS-umbral-aplicable
           else
               move WKS-umbral-general to WKS-umbral-aplicable
           end-if.
           move WKS-result to WKS-valor-absoluto.
           if (WKS-con-umbral-operador or WKS-con-umbral-general)
              and WKS-valor-absoluto > WKS-umbral-aplicable
               perform 00062-encolar-excepcion
           end-if.

       00061-buscar-umbral.
           if WKS-umb-operacion(WKS-idx-umbral) = wks-operacion
               if WKS-umb-operador(WKS-idx-umbral) = WKS-id-operador
                   move "S" to WKS-hay-operador
                   move WKS-umb-limite(WKS-idx-umbral) to
                       WKS-umbral-operador
               else
               if WKS-umb-operador(WKS-idx-umbral) = spaces
                   move "S" to WKS-hay-general
                   move WKS-umb-limite(WKS-idx-umbral) to
                       WKS-umbral-general
               end-if
               end-if
           end-if.

      *Agrega el resultado a la cola de excepciones como pendiente de
      *revision. La cola se abre solo para esta escritura (se crea si
      *aun no existe), igual que el punto de control de numeracion.
       00062-encolar-excepcion.
           open i-o ARCHIVO-EXCEPCIONES.
           if WKS-EXCEPREG-STATUS = "35"
               open output ARCHIVO-EXCEPCIONES
               close ARCHIVO-EXCEPCIONES
               open i-o ARCHIVO-EXCEPCIONES.
           move spaces to REG-EXCEPCION.
           move WKS-secuencia-aud to EXC-secuencia.
           move WKS-fecha to EXC-fecha.
           move WKS-hora to EXC-hora.
           move WKS-id-operador to EXC-operador.
           move WKS-NOMBRE to EXC-nombre.
           move WKS-origen-auditoria to EXC-origen.
           move WKS-operando-1 to EXC-operando-1.
           move WKS-operando-2 to EXC-operando-2.
           move wks-operacion to EXC-operacion.
           move WKS-result to EXC-result.
           move WKS-umbral-aplicable to EXC-umbral.
           move "P" to EXC-estado.
           move 0 to EXC-fecha-revision.
           move 0 to EXC-hora-revision.
           write REG-EXCEPCION
               invalid key
                   display "No se pudo encolar la excepcion de la "
                       "secuencia " EXC-secuencia
               not invalid key
                   add 1 to WKS-excepciones
                   display "Resultado sobre el umbral, queda en "
                       "revision: secuencia " EXC-secuencia
           end-write.
           close ARCHIVO-EXCEPCIONES.

      *Captura el segundo operando del modo interactivo y de la
      *cinta: un numero, o un codigo de tasa (empieza con letra
      *mayuscula) que se resuelve a la tasa en vigor el dia de hoy.
       00063-capturar-operando-2.
           move spaces to WKS-codigo-tasa.
           move spaces to WKS-motivo-tasa.
           display "Capture el segundo operando o un codigo de tasa: ".
           move spaces to WKS-captura.
           accept WKS-captura.
           if WKS-captura(1:1) alphabetic-upper and
              WKS-captura(1:1) not = space
               move WKS-captura to WKS-codigo-tasa
               accept WKS-fecha-tasa from date yyyymmdd
               perform 00064-resolver-tasa
           else
               compute WKS-operando-2 = function numval(WKS-captura)
           end-if.

      *Resuelve el codigo de tasa a la vigencia en vigor en la fecha
      *pedida: de las vigencias del codigo (en orden de fecha desde)
      *manda la ultima que ya haya empezado, siempre que no haya
      *vencido. Deja el motivo del rechazo si el codigo no existe, si
      *ninguna vigencia ha empezado todavia o si la que toca ya
      *vencio; si no, deja la tasa redondeada como segundo operando.
      *La tabla se abre solo para esta consulta, igual que la cola de
      *excepciones.
       00064-resolver-tasa.
           move "N" to WKS-tasa-conocida.
           move "N" to WKS-tasa-hallada.
           move spaces to WKS-motivo-tasa.
           move 0 to WKS-valor-tasa.
           move 0 to WKS-tasa-hasta.
           move "N" to WKS-fin-tasas.
           open input ARCHIVO-TASAS.
           if WKS-TASAS-STATUS = "35"
               display "Archivo TASAS no encontrado"
           else
               move WKS-codigo-tasa to TAS-codigo
               move 0 to TAS-vigente-desde
               start ARCHIVO-TASAS key not < TAS-clave
                   invalid key move "S" to WKS-fin-tasas
               end-start
               perform 00065-leer-tasa until WKS-fin-de-tasas
               close ARCHIVO-TASAS
           end-if.
           if not WKS-tasa-codigo-conocido
               move "TASA-DESCONOCIDA" to WKS-motivo-tasa
           else
           if not WKS-tasa-en-vigor
               move "TASA-NO-VIGENTE" to WKS-motivo-tasa
           else
           if WKS-tasa-hasta not = 0 and
              WKS-tasa-hasta < WKS-fecha-tasa
               move "TASA-VENCIDA" to WKS-motivo-tasa
           else
               compute WKS-operando-2 rounded = WKS-valor-tasa
               move WKS-valor-tasa to WKS-edita-tasa
               display "Tasa " WKS-codigo-tasa " en vigor al "
                   WKS-fecha-tasa ": " WKS-edita-tasa
           end-if
           end-if
           end-if.

      *Lee la siguiente vigencia del codigo; una vigencia que empieza
      *despues de la fecha pedida (y las que le siguen) ya no cuenta.
       00065-leer-tasa.
           read ARCHIVO-TASAS next record
               at end
                   move "S" to WKS-fin-tasas
               not at end
                   if TAS-codigo not = WKS-codigo-tasa
                       move "S" to WKS-fin-tasas
                   else
                       move "S" to WKS-tasa-conocida
                       if TAS-vigente-desde > WKS-fecha-tasa
                           move "S" to WKS-fin-tasas
                       else
                           move "S" to WKS-tasa-hallada
                           move TAS-valor to WKS-valor-tasa
                           move TAS-vigente-hasta to WKS-tasa-hasta
                       end-if
                   end-if
           end-read.
           if WKS-TASAS-STATUS not = "00"
               move "S" to WKS-fin-tasas
           end-if.

      *Retoma la ultima secuencia estampada del punto de control de
      *numeracion; si no existe o esta vacio (primera corrida con
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
           display "Operaciones procesadas: " WKS-CONTADOR-OPERACIONES.
           display "Excepciones encoladas.: " WKS-excepciones.

