      *Mantenimiento del maestro de remitentes (REMITMST): altas,
      *desactivacion/reactivacion, cambio de operaciones permitidas y
      *topes, y listado del catalogo. El maestro es el que valida la
      *cabecera de cada LOTEIN en EXAM: un departamento no registrado
      *o inactivo no puede mandar lotes, y cada triada se revisa
      *contra las operaciones que su departamento puede mandar y
      *contra sus topes por triada y por lote.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMMNT IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maestro de remitentes con acceso por codigo de departamento,
      *igual que el maestro de operadores.
           SELECT ARCHIVO-REMITENTES ASSIGN TO "REMITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-id
               FILE STATUS IS WKS-REMITENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REMITENTES.
      *trazado compartido con EXAM, que valida los lotes contra el
       COPY "REMIREC.cpy".

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
       77 WKS-REMITENTES-STATUS pic X(02) value "00".
       77 wks-opcion           pic 9(01) value 0.
       77 WKS-id-buscado       pic X(08).
       77 WKS-fin-listado      pic X(01) value "N".
           88 WKS-fin-de-listado      value "S".
      *captura cruda de los topes, para aceptar decimales tecleados
      *con punto, igual que la calculadora
       77 WKS-captura          pic X(16).
      *topes editados para el listado
       77 WKS-edita-triada     pic Z(6)9.99.
       77 WKS-edita-lote       pic Z(10)9.99.
      *contadores para el resumen final
       77 WKS-altas            pic 9(05) value 0.
       77 WKS-cambios          pic 9(05) value 0.
       77 WKS-listados         pic 9(05) value 0.
      *revision de las operaciones capturadas
       77 WKS-operaciones-malas pic X(01) value "N".
           88 WKS-operaciones-ok      value "N".
       77 WKS-operaciones-dadas pic 9(02) value 0.
       77 WKS-i-operacion      pic 9(02) value 0.
      *se enciende si alguna operacion del mantenimiento fallo
       77 WKS-hubo-error       pic X(01) value "N".
           88 WKS-hubo-algun-error    value "S".

       PROCEDURE DIVISION.
           perform 00010-abrir-maestro.
           perform 00000-menu-mantenimiento until wks-opcion = 6.
           close ARCHIVO-REMITENTES.
           perform 00009-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

       00000-menu-mantenimiento.
           display "1) Alta de remitente".
           display "2) Desactivar remitente".
           display "3) Reactivar remitente".
           display "4) Listar catalogo".
           display "5) Cambiar operaciones y topes".
           display "6) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-alta-remitente
           else
           if wks-opcion = 2
               perform 00002-desactivar-remitente
           else
           if wks-opcion = 3
               perform 00003-reactivar-remitente
           else
           if wks-opcion = 4
               perform 00004-listar-catalogo
           else
           if wks-opcion = 5
               perform 00006-cambiar-operaciones
           else
           if wks-opcion not = 6
               display "Opción inválida...".

      *Alta de un departamento remitente: codigo, nombre, operaciones
      *permitidas y topes; nace activo.
       00001-alta-remitente.
           move spaces to REG-REMITENTE.
           display "Codigo del remitente (hasta 8): ".
           accept REM-id.
           display "Nombre del departamento: ".
           accept REM-nombre.
           perform 00007-capturar-operaciones.
           perform 00008-capturar-topes.
           move "S" to REM-activo.
           write REG-REMITENTE
               invalid key
                   display "Ese codigo ya existe: " REM-id
                   move "S" to WKS-hubo-error
               not invalid key
                   add 1 to WKS-altas
                   display "Remitente dado de alta: " REM-id
           end-write.

      *Marca un remitente como inactivo; sus lotes se rechazaran
      *completos hasta que se reactive.
       00002-desactivar-remitente.
           display "Codigo del remitente a desactivar: ".
           accept WKS-id-buscado.
           move WKS-id-buscado to REM-id.
           read ARCHIVO-REMITENTES
               invalid key
                   display "Codigo no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   move "N" to REM-activo
                   rewrite REG-REMITENTE
                   add 1 to WKS-cambios
                   display "Remitente desactivado: " WKS-id-buscado
           end-read.

      *Vuelve a activar un remitente previamente desactivado.
       00003-reactivar-remitente.
           display "Codigo del remitente a reactivar: ".
           accept WKS-id-buscado.
           move WKS-id-buscado to REM-id.
           read ARCHIVO-REMITENTES
               invalid key
                   display "Codigo no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   move "S" to REM-activo
                   rewrite REG-REMITENTE
                   add 1 to WKS-cambios
                   display "Remitente reactivado: " WKS-id-buscado
           end-read.

      *Vuelve a capturar las operaciones permitidas y los topes de un
      *remitente existente; el nombre y el estado no se tocan.
       00006-cambiar-operaciones.
           display "Codigo del remitente: ".
           accept WKS-id-buscado.
           move WKS-id-buscado to REM-id.
           read ARCHIVO-REMITENTES
               invalid key
                   display "Codigo no registrado: " WKS-id-buscado
                   move "S" to WKS-hubo-error
               not invalid key
                   perform 00007-capturar-operaciones
                   perform 00008-capturar-topes
                   rewrite REG-REMITENTE
                   add 1 to WKS-cambios
                   display "Operaciones y topes cambiados: "
                       WKS-id-buscado
           end-read.

      *Captura las operaciones que el remitente puede mandar, todas
      *juntas (por ejemplo "srmd" o "sr"). Solo se aceptan s, r, m y
      *d, y al menos una; si no, se vuelve a pedir.
       00007-capturar-operaciones.
           move "S" to WKS-operaciones-malas.
           perform 00011-pedir-operaciones until WKS-operaciones-ok.

      *Pide las operaciones una vez y las revisa letra por letra.
       00011-pedir-operaciones.
           display "Operaciones permitidas (s/r/m/d, p.ej. srmd): ".
           move spaces to REM-operaciones.
           accept REM-operaciones.
           move "N" to WKS-operaciones-malas.
           move 0 to WKS-operaciones-dadas.
           perform 00012-revisar-operacion
               varying WKS-i-operacion from 1 by 1
               until WKS-i-operacion > 10.
           if WKS-operaciones-dadas = 0
               move "S" to WKS-operaciones-malas
           end-if.
           if not WKS-operaciones-ok
               display "Operaciones invalidas: use solo s, r, m o d "
                   "y al menos una".

      *Revisa una posicion de las operaciones capturadas.
       00012-revisar-operacion.
           if REM-operacion (WKS-i-operacion) = "s" or "r" or "m"
               or "d"
               add 1 to WKS-operaciones-dadas
           else
           if REM-operacion (WKS-i-operacion) not = space
               move "S" to WKS-operaciones-malas.

      *Captura los topes por triada y por lote (cero = sin tope).
       00008-capturar-topes.
           display "Tope del resultado por triada (0 = sin tope): ".
           move spaces to WKS-captura.
           accept WKS-captura.
           compute REM-limite-triada = function numval(WKS-captura).
           display "Tope del total por lote (0 = sin tope): ".
           move spaces to WKS-captura.
           accept WKS-captura.
           compute REM-limite-lote = function numval(WKS-captura).

      *Listado del catalogo completo en orden de codigo, con el
      *estado, las operaciones y los topes de cada remitente.
       00004-listar-catalogo.
           move "N" to WKS-fin-listado.
           move low-values to REM-id.
           start ARCHIVO-REMITENTES key not < REM-id
               invalid key move "S" to WKS-fin-listado
           end-start.
           display "CODIGO   ACT OPERACION  TOPE TRIADA  TOPE LOTE"
               "       NOMBRE".
           perform 00005-listar-remitente until WKS-fin-de-listado.

      *Lee y muestra el siguiente remitente del catalogo. Cualquier
      *estado distinto de "00" termina el listado, igual que en
      *OPERMNT.
       00005-listar-remitente.
           read ARCHIVO-REMITENTES next record
               at end move "S" to WKS-fin-listado
               not at end
                   add 1 to WKS-listados
                   move REM-limite-triada to WKS-edita-triada
                   move REM-limite-lote to WKS-edita-lote
                   display REM-id " " REM-activo "   "
                       REM-operaciones " " WKS-edita-triada " "
                       WKS-edita-lote " " REM-nombre
           end-read.
           if WKS-REMITENTES-STATUS not = "00"
               move "S" to WKS-fin-listado
           end-if.

      *Abre (o crea, si aun no existe) el maestro para actualizacion,
      *igual que OPERMNT con el maestro de operadores.
       00010-abrir-maestro.
           open i-o ARCHIVO-REMITENTES.
           if WKS-REMITENTES-STATUS = "35"
               open output ARCHIVO-REMITENTES
               close ARCHIVO-REMITENTES
               open i-o ARCHIVO-REMITENTES.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00009-resumen-final.
           move "REMMNT" to STD-PROGRAMA.
           move WKS-listados to STD-REGISTROS-LEIDOS.
           add WKS-altas to WKS-cambios giving STD-REGISTROS-ESCRITOS.
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
       END PROGRAM REMMNT.
