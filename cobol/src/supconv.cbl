      *Conversion por unica vez del maestro de operadores (OPERMST)
      *al trazado con la marca de supervisor: el registro crecio una
      *posicion al final y un maestro grabado con el trazado del NIP
      *ya no abre con el trazado nuevo. Este programa lee el maestro
      *con el trazado anterior, copia cada operador a un archivo de
      *trabajo con la marca de supervisor apagada y reconstruye el
      *maestro con el trazado vigente, igual que OPECONV. Al final se
      *imprimen los conteos de control y su cuadre.
      *Ningun operador convertido queda como supervisor: la marca se
      *enciende despues desde OPERMNT, que con un maestro sin ningun
      *supervisor deja firmar en arranque a cualquier operador
      *activo, sin bloqueo y con su NIP, para marcarlos.
      *Un maestro todavia sin NIP se convierte primero con OPECONV,
      *que ya lo deja en el trazado vigente.
      *Si el maestro no abre con el trazado anterior (ya esta
      *convertido, o no es reconocible) no se toca nada.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCONV IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *El maestro con su trazado anterior, solo para leerlo completo.
           SELECT ARCHIVO-MAESTRO-VIEJO ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIE-id
               FILE STATUS IS WKS-VIEJO-STATUS.
      *Archivo de trabajo con los operadores ya convertidos, para no
      *reconstruir el maestro hasta tener la conversion completa.
           SELECT ARCHIVO-TRABAJO ASSIGN TO "OPERTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-TRABAJO-STATUS.
      *El mismo maestro, reconstruido con el trazado vigente.
           SELECT ARCHIVO-MAESTRO-NUEVO ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NVO-id
               FILE STATUS IS WKS-NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO-VIEJO.
      *trazado anterior del maestro, con el NIP y el bloqueo pero sin
      *la marca de supervisor
       01 REG-OPERADOR-VIEJO.
           05 VIE-id           pic X(08).
           05 VIE-nombre       pic X(60).
           05 VIE-activo       pic X(01).
           05 VIE-aut-interactiva pic X(01).
           05 VIE-aut-lote     pic X(01).
           05 VIE-aut-matrices pic X(01).
           05 VIE-pin          pic X(04).
           05 VIE-bloqueado    pic X(01).
           05 VIE-intentos-mal pic 9(01).

       FD  ARCHIVO-TRABAJO.
      *el registro vigente completo, en transito por el trabajo
       01 REG-TRABAJO          pic X(79).

       FD  ARCHIVO-MAESTRO-NUEVO.
      *el registro vigente se arma en el area de WORKING-STORAGE y
      *aqui solo viaja entero; la clave queda en el mismo lugar
       01 REG-OPERADOR-NUEVO.
           05 NVO-id           pic X(08).
           05 NVO-resto        pic X(71).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
      *trazado vigente del maestro, el que se escribe de salida
       COPY "OPERREC.cpy".
       77 WKS-VIEJO-STATUS     pic X(02) value "00".
       77 WKS-TRABAJO-STATUS   pic X(02) value "00".
       77 WKS-NUEVO-STATUS     pic X(02) value "00".
       77 WKS-fin-viejo        pic X(01) value "N".
           88 WKS-fin-de-viejo        value "S".
       77 WKS-fin-trabajo      pic X(01) value "N".
           88 WKS-fin-de-trabajo      value "S".
      *encendida solo cuando el maestro viejo se leyo completo y se
      *puede reconstruir sin perder nada
       77 WKS-conversion       pic X(01) value "N".
           88 WKS-conversion-lista    value "S".
      *conteos de control de la conversion
       77 WKS-leidos           pic 9(05) value 0.
       77 WKS-escritos         pic 9(05) value 0.
       77 WKS-con-error        pic 9(05) value 0.

       PROCEDURE DIVISION.
           perform 00001-leer-maestro-viejo.
           if WKS-conversion-lista
               perform 00005-reconstruir-maestro
           end-if.
           perform 00009-conteos-de-control.
           perform 00010-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

      *Lee el maestro completo con el trazado anterior y deja cada
      *operador, ya con la marca de supervisor apagada, en el archivo
      *de trabajo. Un maestro ausente no tiene nada que convertir;
      *uno que no abre con el trazado anterior ya esta convertido (o
      *no es reconocible) y no se toca.
       00001-leer-maestro-viejo.
           open input ARCHIVO-MAESTRO-VIEJO.
           if WKS-VIEJO-STATUS = "35"
               display "Maestro OPERMST no existe, nada que "
                   "convertir"
           else
           if WKS-VIEJO-STATUS not = "00"
               display "Maestro OPERMST no abre con el trazado "
                   "anterior (status " WKS-VIEJO-STATUS
                   "), no se convierte"
           else
               open output ARCHIVO-TRABAJO
               move low-values to VIE-id
               start ARCHIVO-MAESTRO-VIEJO key not < VIE-id
                   invalid key move "S" to WKS-fin-viejo
               end-start
               perform 00002-convertir-operador
                   until WKS-fin-de-viejo
               close ARCHIVO-MAESTRO-VIEJO
               close ARCHIVO-TRABAJO
               move "S" to WKS-conversion
           end-if
           end-if.

      *Convierte el siguiente operador: los campos del trazado
      *anterior pasan tal cual y la marca de supervisor nace apagada.
       00002-convertir-operador.
           read ARCHIVO-MAESTRO-VIEJO next record
               at end
                   move "S" to WKS-fin-viejo
               not at end
                   add 1 to WKS-leidos
                   move spaces to REG-OPERADOR
                   move VIE-id to OPE-id
                   move VIE-nombre to OPE-nombre
                   move VIE-activo to OPE-activo
                   move VIE-aut-interactiva to OPE-aut-interactiva
                   move VIE-aut-lote to OPE-aut-lote
                   move VIE-aut-matrices to OPE-aut-matrices
                   move VIE-pin to OPE-pin
                   move VIE-bloqueado to OPE-bloqueado
                   move VIE-intentos-mal to OPE-intentos-mal
                   move "N" to OPE-aut-supervisor
                   move spaces to REG-TRABAJO
                   move REG-OPERADOR to REG-TRABAJO
                   write REG-TRABAJO
           end-read.
           if WKS-VIEJO-STATUS not = "00"
               move "S" to WKS-fin-viejo
           end-if.

      *Reconstruye el maestro con el trazado vigente a partir del
      *archivo de trabajo; el maestro anterior queda reemplazado
      *completo.
       00005-reconstruir-maestro.
           open input ARCHIVO-TRABAJO.
           open output ARCHIVO-MAESTRO-NUEVO.
           perform 00006-leer-trabajo.
           perform 00007-grabar-convertido until WKS-fin-de-trabajo.
           close ARCHIVO-TRABAJO.
           close ARCHIVO-MAESTRO-NUEVO.

      *Lee el siguiente operador convertido del archivo de trabajo.
       00006-leer-trabajo.
           read ARCHIVO-TRABAJO
               at end move "S" to WKS-fin-trabajo
           end-read.

      *Graba un operador convertido en el maestro reconstruido.
       00007-grabar-convertido.
           move REG-TRABAJO to REG-OPERADOR-NUEVO.
           write REG-OPERADOR-NUEVO
               invalid key
                   display "No se pudo grabar el operador: " NVO-id
                   add 1 to WKS-con-error
               not invalid key
                   add 1 to WKS-escritos
           end-write.
           perform 00006-leer-trabajo.

      *Conteos de control de la conversion y su cuadre: los leidos
      *deben ser exactamente los escritos mas los fallidos.
       00009-conteos-de-control.
           display "Conversion del maestro - conteos de control".
           display "Operadores leidos...: " WKS-leidos.
           display "Operadores escritos.: " WKS-escritos.
           display "Operadores fallidos.: " WKS-con-error.
           if WKS-escritos = WKS-leidos and WKS-conversion-lista
               display "Cuadre correcto: leidos = escritos".
           if WKS-escritos > 0
               display "Ningun operador quedo como supervisor: "
                   "firme OPERMNT con cualquier operador activo "
                   "(firma de arranque) y marque a los supervisores "
                   "con el cambio de autorizaciones".

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00010-resumen-final.
           move "SUPCONV" to STD-PROGRAMA.
           move WKS-leidos to STD-REGISTROS-LEIDOS.
           move WKS-escritos to STD-REGISTROS-ESCRITOS.
           if not WKS-conversion-lista
               move 04 to STD-CODIGO
               move "Maestro sin convertir" to STD-MENSAJE
           else
           if WKS-escritos not = WKS-leidos
               move 08 to STD-CODIGO
               move "Cuadre de conteos no coincide" to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Conversion finalizada sin errores"
                   to STD-MENSAJE.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM SUPCONV.
