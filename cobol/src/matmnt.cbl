      *La sesion se firma contra el maestro de operadores (OPERMST)
      *igual que en EXAM y ex2, para que las restauraciones queden
      *estampadas con el nombre canonico del maestro.
      *Los cambios (eliminar, renombrar, restaurar) respetan el
      *control de la libreria (MATRCTL): no se tocan matrices de solo
      *lectura, privadas de otro operador ni tomadas por otro
      *operador en ex2. La opcion 8 lista las matrices tomadas con su
      *antiguedad, deja a un supervisor soltar una toma abandonada y
      *cambia el dueno y el acceso de una matriz.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-clave
               FILE STATUS IS wks-libreria-status.
      *Control de la libreria por nombre de matriz: dueno, acceso y
      *bloqueo de trabajo, el mismo que usan ex2 y MATIMP.
           SELECT ARCHIVO-CONTROL-MATRICES ASSIGN TO "MATRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-nombre
               FILE STATUS IS wks-control-status.
      *Maestro de operadores (lo mantiene OPERMNT); aqui se consulta
      *para validar la firma de sesion.
           SELECT ARCHIVO-OPERADORES ASSIGN TO "OPERMST"
      *trazado compartido con ex2, que es quien guarda las matrices
       COPY "MATRREC.cpy".

       FD  ARCHIVO-CONTROL-MATRICES.
      *trazado compartido con ex2 y MATIMP
       COPY "MATRCTL.cpy".

       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
      *maestro
      *que el guardado desde ex2
       01 wks-aut-matrices     pic X(01) value "N".
           88 wks-puede-matrices      value "S".
      *marca de supervisor del maestro: solo un supervisor puede
      *soltar una matriz que otro operador dejo tomada
       01 wks-aut-supervisor   pic X(01) value "N".
           88 wks-es-supervisor       value "S".
      *control de la libreria: si el nombre en curso tiene registro
      *de control y si el cambio pedido se permite
       01 wks-control-status   pic X(02) value "00".
       01 wks-control-existe   pic X(01) value "N".
           88 wks-control-existe-si   value "S".
       01 wks-cambio           pic X(01) value "S".
           88 wks-cambio-permitido    value "S".
       01 wks-opcion-control   pic 9(01) value 0.
       01 wks-confirma         pic X(01).
           88 wks-confirma-si         value "S".
       01 wks-acceso-nuevo     pic X(01).
       01 wks-dueno-nuevo      pic X(08).
      *antiguedad de una toma: fecha/hora actual, minutos
      *transcurridos y su desglose en dias, horas y minutos; una toma
      *de un dia o mas se marca como abandonada
       01 wks-fecha-hoy        pic 9(08).
       01 wks-hora-hoy         pic 9(08).
       01 wks-hora-desarmada.
           05 wks-hd-horas     pic 9(02).
           05 wks-hd-minutos   pic 9(02).
           05 wks-hd-resto     pic 9(04).
       01 wks-minutos-hoy      pic 9(04).
       01 wks-minutos-toma     pic S9(09).
       01 wks-edad-dias        pic 9(05).
       01 wks-edad-horas       pic 9(02).
       01 wks-edad-minutos     pic 9(02).
       01 wks-edita-dias       pic ZZZZ9.
       01 wks-minutos-abandono pic 9(05) value 1440.
       01 wks-tomadas          pic 9(05) value 0.
      *contadores para el resumen final
       01 wks-listadas         pic 9(05) value 0.
       01 wks-eliminadas       pic 9(05) value 0.
       01 wks-renombradas      pic 9(05) value 0.
       01 wks-restauradas      pic 9(05) value 0.
       01 wks-soltadas         pic 9(05) value 0.
       01 wks-accesos          pic 9(05) value 0.
      *se enciende si alguna operacion del mantenimiento fallo
       01 wks-hubo-error       pic X(01) value "N".
           88 wks-hubo-algun-error    value "S".
           if wks-sesion-firmada
               perform 00010-abrir-libreria
               if wks-libreria-no-existe
                   move 9 to wks-opcion
               end-if
               perform 00000-menu-mantenimiento until wks-opcion = 9
               if not wks-libreria-no-existe
                   close ARCHIVO-LIBRERIA
                   close ARCHIVO-CONTROL-MATRICES
               end-if
           end-if.
           perform 00009-resumen-final.
           display "5) Renombrar matriz (todas sus versiones)".
           display "6) Historia de una matriz".
           display "7) Restaurar una version anterior".
           display "8) Matrices tomadas, dueno y acceso".
           display "9) Salir".
           accept wks-opcion.
           if wks-opcion = 1
               perform 00001-listar-catalogo
                   move "S" to wks-hubo-error
               end-if
           else
           if wks-opcion = 8
               perform 00030-menu-control
           else
           if wks-opcion not = 9
               display "Opción inválida...".

      *Listado del catalogo completo en orden de nombre y version,
               perform 00016-buscar-ultima-version
               move wks-version-max to wks-version-pedida
           end-if.
           perform 00028-leer-control.
           if wks-version-pedida = 0
               display "Matriz no encontrada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
           if MCT-privada and MCT-dueno not = spaces and
              MCT-dueno not = wks-id-operador
               display "Matriz privada de " MCT-dueno ": "
                   wks-nombre-buscado
               move "S" to wks-hubo-error
           else
               move wks-nombre-buscado to LIB-nombre
               move wks-version-pedida to LIB-version
                           varying wks-fila from 1 by 1
                           until wks-fila > LIB-filas
               end-read
           end-if
           end-if.

      *Barre las versiones existentes del nombre buscado y deja en
           accept wks-nombre-buscado.
           display "Version a eliminar: ".
           accept wks-version-pedida.
           perform 00026-verificar-cambio.
           if wks-cambio-permitido
               move wks-nombre-buscado to LIB-nombre
               move wks-version-pedida to LIB-version
               delete ARCHIVO-LIBRERIA record
                   invalid key
                       display "Version no encontrada: "
                           wks-nombre-buscado " " wks-version-pedida
                       move "S" to wks-hubo-error
                   not invalid key
                       add 1 to wks-eliminadas
                       display "Version eliminada: "
                           wks-nombre-buscado " " wks-version-pedida
               end-delete
           end-if.

      *Elimina una matriz completa: todas las versiones del nombre,
      *de la mas alta a la mas vieja, con el mismo barrido del
               display "Matriz no encontrada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
               perform 00026-verificar-cambio
               if wks-cambio-permitido
                   perform 00022-borrar-version
                       until wks-version-max = 0
                   if not wks-borrado-fallo
                       perform 00036-borrar-control
                       display "Matriz eliminada: "
                           wks-nombre-buscado
                   end-if
               end-if
           end-if.

               display "Matriz no encontrada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
               perform 00026-verificar-cambio
               perform 00018-validar-nombre-nuevo
               if not wks-cambio-permitido
                   continue
               else
               if wks-nombre-nuevo-libre
                   perform 00008-mover-version
                       until wks-version-max = 0
                       or wks-renombre-fallo
                   if not wks-renombre-fallo
                       perform 00037-mover-control
                       add 1 to wks-renombradas
                       display "Matriz renombrada: "
                           wks-nombre-buscado " -> " wks-nombre-nuevo
                       wks-nombre-nuevo
                   move "S" to wks-hubo-error
               end-if
               end-if
           end-if.

      *El nombre nuevo debe estar libre: se posiciona el barrido en
           display "Version a restaurar: ".
           accept wks-version-pedida.
           perform 00016-buscar-ultima-version.
           perform 00026-verificar-cambio.
           if wks-version-max = 0
               display "Matriz no encontrada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
           if not wks-cambio-permitido
               continue
           else
               move wks-version-pedida to wks-version-origen
               move wks-nombre-buscado to LIB-nombre
                   not invalid key
                       perform 00014-grabar-restauracion
               end-read
           end-if
           end-if.

      *Graba la copia restaurada como version nueva estampada.
                       " restaurada como " LIB-version
           end-write.

      *Lee el registro de control del nombre en wks-nombre-buscado;
      *un nombre sin registro queda en el area como compartido, sin
      *dueno y libre.
       00028-leer-control.
           move "S" to wks-control-existe.
           move wks-nombre-buscado to MCT-nombre.
           read ARCHIVO-CONTROL-MATRICES
               invalid key
                   move "N" to wks-control-existe
                   move spaces to REG-MATRIZ-CONTROL
                   move wks-nombre-buscado to MCT-nombre
                   move "C" to MCT-acceso
                   move 0 to MCT-bloqueo-fecha
                   move 0 to MCT-bloqueo-hora
           end-read.

      *Revisa que la matriz en wks-nombre-buscado se pueda cambiar:
      *no si es de solo lectura, si es privada de otro operador o si
      *otro operador la tiene tomada.
       00026-verificar-cambio.
           move "S" to wks-cambio.
           perform 00028-leer-control.
           if MCT-solo-lectura
               display "Matriz de solo lectura, no se cambia: "
                   wks-nombre-buscado
               move "N" to wks-cambio
           else
           if MCT-privada and MCT-dueno not = spaces and
              MCT-dueno not = wks-id-operador
               display "Matriz privada de " MCT-dueno
                   ", no se cambia: " wks-nombre-buscado
               move "N" to wks-cambio
           else
           if not MCT-libre and MCT-bloqueo-id not = wks-id-operador
               display "Matriz en uso por " MCT-bloqueo-id
                   " desde " MCT-bloqueo-fecha " "
                   MCT-bloqueo-hora(1:4) ", no se cambia: "
                   wks-nombre-buscado
               move "N" to wks-cambio
           end-if
           end-if
           end-if.
           if not wks-cambio-permitido
               move "S" to wks-hubo-error
           end-if.

      *Al eliminar la matriz completa se borra tambien su registro
      *de control, para que el nombre quede libre y sin dueno.
       00036-borrar-control.
           perform 00028-leer-control.
           if wks-control-existe-si
               delete ARCHIVO-CONTROL-MATRICES record
               end-delete
           end-if.

      *Al renombrar, el dueno y el acceso viajan con la matriz al
      *nombre nuevo (un registro viejo que hubiera quedado con el
      *nombre nuevo se reemplaza).
       00037-mover-control.
           perform 00028-leer-control.
           if wks-control-existe-si
               move wks-nombre-nuevo to MCT-nombre
               write REG-MATRIZ-CONTROL
                   invalid key
                       rewrite REG-MATRIZ-CONTROL
               end-write
               move wks-nombre-buscado to MCT-nombre
               delete ARCHIVO-CONTROL-MATRICES record
               end-delete
           end-if.

      *Menu de control de la libreria.
       00030-menu-control.
           display "1) Informe de matrices tomadas".
           display "2) Soltar una matriz tomada (supervisor)".
           display "3) Cambiar dueno y acceso de una matriz".
           display "4) Regresar".
           accept wks-opcion-control.
           if wks-opcion-control = 1
               perform 00031-informe-tomadas
           else
           if wks-opcion-control = 2
               if wks-es-supervisor
                   perform 00033-soltar-tomada
               else
                   display "Solo un supervisor puede soltar una "
                       "matriz tomada"
                   move "S" to wks-hubo-error
               end-if
           else
           if wks-opcion-control = 3
               perform 00034-cambiar-acceso
           else
           if wks-opcion-control not = 4
               display "Opción inválida...".

      *Informe de las matrices tomadas en este momento: quien la
      *tiene, desde que programa, desde cuando y hace cuanto; las de
      *un dia o mas se marcan como abandonadas.
       00031-informe-tomadas.
           move 0 to wks-tomadas.
           accept wks-fecha-hoy from date yyyymmdd.
           accept wks-hora-hoy from time.
           move wks-hora-hoy to wks-hora-desarmada.
           compute wks-minutos-hoy =
               wks-hd-horas * 60 + wks-hd-minutos.
           move "N" to wks-fin-catalogo.
           move low-values to MCT-nombre.
           start ARCHIVO-CONTROL-MATRICES key not < MCT-nombre
               invalid key move "S" to wks-fin-catalogo
           end-start.
           display "NOMBRE               TOMADA   PROGRAMA DESDE    "
               "HORA  ANTIGUEDAD".
           perform 00032-linea-tomada until wks-fin-de-catalogo.
           if wks-tomadas = 0
               display "(ninguna matriz tomada)"
           end-if.

      *Lee el siguiente registro de control y, si la matriz esta
      *tomada, muestra su linea con la antiguedad de la toma.
       00032-linea-tomada.
           read ARCHIVO-CONTROL-MATRICES next record
               at end move "S" to wks-fin-catalogo
               not at end
                   if not MCT-libre
                       add 1 to wks-tomadas
                       perform 00035-calcular-antiguedad
                       move wks-edad-dias to wks-edita-dias
                       if wks-minutos-toma >= wks-minutos-abandono
                           display MCT-nombre " " MCT-bloqueo-id " "
                               MCT-bloqueo-programa " "
                               MCT-bloqueo-fecha " "
                               MCT-bloqueo-hora(1:4) " "
                               wks-edita-dias "d " wks-edad-horas
                               "h " wks-edad-minutos "m ABANDONADA"
                       else
                           display MCT-nombre " " MCT-bloqueo-id " "
                               MCT-bloqueo-programa " "
                               MCT-bloqueo-fecha " "
                               MCT-bloqueo-hora(1:4) " "
                               wks-edita-dias "d " wks-edad-horas
                               "h " wks-edad-minutos "m"
                       end-if
                   end-if
           end-read.
           if wks-control-status not = "00"
               move "S" to wks-fin-catalogo
           end-if.

      *Minutos transcurridos desde la toma hasta ahora, desglosados
      *en dias, horas y minutos.
       00035-calcular-antiguedad.
           move MCT-bloqueo-hora to wks-hora-desarmada.
           if MCT-bloqueo-fecha < 19000101 or
              MCT-bloqueo-fecha > wks-fecha-hoy
               move 0 to wks-minutos-toma
           else
               compute wks-minutos-toma =
                   (function integer-of-date(wks-fecha-hoy) -
                    function integer-of-date(MCT-bloqueo-fecha))
                   * 1440 + wks-minutos-hoy -
                   (wks-hd-horas * 60 + wks-hd-minutos)
           end-if.
           if wks-minutos-toma < 0
               move 0 to wks-minutos-toma
           end-if.
           divide wks-minutos-toma by 1440 giving wks-edad-dias.
           compute wks-edad-horas =
               (wks-minutos-toma - wks-edad-dias * 1440) / 60.
           compute wks-edad-minutos = wks-minutos-toma -
               wks-edad-dias * 1440 - wks-edad-horas * 60.

      *Un supervisor suelta la toma de una matriz (una sesion de ex2
      *que se cayo o que alguien dejo abierta), despues de ver quien
      *la tiene y desde cuando y confirmarlo.
       00033-soltar-tomada.
           display "Nombre de la matriz a soltar: ".
           accept wks-nombre-buscado.
           perform 00028-leer-control.
           if MCT-libre
               display "La matriz no esta tomada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
               accept wks-fecha-hoy from date yyyymmdd
               accept wks-hora-hoy from time
               move wks-hora-hoy to wks-hora-desarmada
               compute wks-minutos-hoy =
                   wks-hd-horas * 60 + wks-hd-minutos
               perform 00035-calcular-antiguedad
               move wks-edad-dias to wks-edita-dias
               display "Tomada por " MCT-bloqueo-id " en "
                   MCT-bloqueo-programa " desde " MCT-bloqueo-fecha
                   " " MCT-bloqueo-hora(1:4) " (" wks-edita-dias
                   "d " wks-edad-horas "h " wks-edad-minutos "m)"
               display "Soltarla? (S/N): "
               accept wks-confirma
               if wks-confirma-si
                   move spaces to MCT-bloqueo-id
                   move spaces to MCT-bloqueo-programa
                   move 0 to MCT-bloqueo-fecha
                   move 0 to MCT-bloqueo-hora
                   rewrite REG-MATRIZ-CONTROL
                   add 1 to wks-soltadas
                   display "Matriz soltada: " wks-nombre-buscado
               end-if
           end-if.

      *Cambia el dueno y/o el acceso de una matriz existente. Lo
      *puede hacer su dueno o un supervisor; una matriz sin dueno la
      *puede reclamar cualquier operador con autorizacion de
      *matrices. Un dueno nuevo debe existir en el maestro.
       00034-cambiar-acceso.
           display "Nombre de la matriz: ".
           accept wks-nombre-buscado.
           perform 00016-buscar-ultima-version.
           perform 00028-leer-control.
           if wks-version-max = 0
               display "Matriz no encontrada: " wks-nombre-buscado
               move "S" to wks-hubo-error
           else
           if not wks-es-supervisor and
              MCT-dueno not = wks-id-operador and
              not (MCT-dueno = spaces and wks-puede-matrices)
               display "Solo el dueno (" MCT-dueno
                   ") o un supervisor cambian el acceso"
               move "S" to wks-hubo-error
           else
               display "Dueno actual: " MCT-dueno " acceso: "
                   MCT-acceso " (P privada, C compartida, L solo "
                   "lectura)"
               display "Acceso nuevo (P/C/L, blanco = igual): "
               move spaces to wks-acceso-nuevo
               accept wks-acceso-nuevo
               display "Dueno nuevo (ID, blanco = igual): "
               move spaces to wks-dueno-nuevo
               accept wks-dueno-nuevo
               perform 00038-aplicar-acceso
           end-if
           end-if.

      *Valida y graba el acceso y el dueno capturados; una matriz sin
      *dueno que reclama un operador queda a su nombre.
       00038-aplicar-acceso.
           move "S" to wks-cambio.
           if wks-acceso-nuevo not = spaces and
              wks-acceso-nuevo not = "P" and
              wks-acceso-nuevo not = "C" and
              wks-acceso-nuevo not = "L"
               display "Acceso invalido: " wks-acceso-nuevo
               move "N" to wks-cambio
           end-if.
           if wks-cambio-permitido and wks-dueno-nuevo not = spaces
               perform 00039-validar-dueno
           end-if.
           if wks-cambio-permitido
               if wks-acceso-nuevo not = spaces
                   move wks-acceso-nuevo to MCT-acceso
               end-if
               if wks-dueno-nuevo not = spaces
                   move wks-dueno-nuevo to MCT-dueno
               else
               if MCT-dueno = spaces
                   move wks-id-operador to MCT-dueno
               end-if
               end-if
               if wks-control-existe-si
                   rewrite REG-MATRIZ-CONTROL
               else
                   write REG-MATRIZ-CONTROL
               end-if
               add 1 to wks-accesos
               display "Matriz " wks-nombre-buscado " dueno "
                   MCT-dueno " acceso " MCT-acceso
           else
               move "S" to wks-hubo-error
           end-if.

      *El dueno nuevo debe ser un operador registrado en el maestro.
       00039-validar-dueno.
           open input ARCHIVO-OPERADORES.
           if wks-operadores-status = "35"
               display "Maestro OPERMST no existe, use OPERMNT"
               move "N" to wks-cambio
           else
               move wks-dueno-nuevo to OPE-id
               read ARCHIVO-OPERADORES
                   invalid key
                       display "ID no registrado: " wks-dueno-nuevo
                       move "N" to wks-cambio
               end-read
               close ARCHIVO-OPERADORES
           end-if.

      *Firma de sesion contra el maestro de operadores, igual que en
      *EXAM: hasta tres intentos; el nombre canonico del maestro es
      *el que estampa las restauraciones.
               move "ACEPTADA" to wks-resultado-firma
               move OPE-nombre to wks-nombre-operador
               move OPE-aut-matrices to wks-aut-matrices
               move OPE-aut-supervisor to wks-aut-supervisor
               move 0 to OPE-intentos-mal
               rewrite REG-OPERADOR
               display "Bienvenido: " OPE-nombre
           open i-o ARCHIVO-LIBRERIA.
           if wks-libreria-status = "35"
               display "Libreria de matrices aun no existe"
               move "S" to wks-libreria-ausente
           else
               perform 00027-abrir-control.

      *Abre (o crea, si aun no existe) el archivo de control de la
      *libreria para actualizacion; queda abierto toda la sesion.
       00027-abrir-control.
           open i-o ARCHIVO-CONTROL-MATRICES.
           if wks-control-status = "35"
               open output ARCHIVO-CONTROL-MATRICES
               close ARCHIVO-CONTROL-MATRICES
               open i-o ARCHIVO-CONTROL-MATRICES.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
           move "MATMNT" to STD-PROGRAMA.
           move wks-listadas to STD-REGISTROS-LEIDOS.
           compute STD-REGISTROS-ESCRITOS =
               wks-eliminadas + wks-renombradas + wks-restauradas +
               wks-soltadas + wks-accesos.
           if not wks-sesion-firmada
               move 08 to STD-CODIGO
               move "Firma de sesion rechazada" to STD-MENSAJE
