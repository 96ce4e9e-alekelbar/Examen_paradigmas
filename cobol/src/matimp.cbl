      *se imprimen los conteos de conciliacion contra el pie.
      *La sesion se firma contra el maestro de operadores y el
      *guardado exige la autorizacion de matrices, igual que en ex2.
      *Tambien respeta el control de la libreria (MATRCTL): no se
      *agrega version a una matriz de solo lectura, privada de otro
      *operador o tomada por otro operador en ex2; un nombre nuevo
      *queda con el operador de la sesion como dueno.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-clave
               FILE STATUS IS wks-libreria-status.
      *Control de la libreria por nombre de matriz: dueno, acceso y
      *bloqueo de trabajo, el mismo que usan ex2 y MATMNT.
           SELECT ARCHIVO-CONTROL-MATRICES ASSIGN TO "MATRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-nombre
               FILE STATUS IS wks-control-status.
      *Maestro de operadores (lo mantiene OPERMNT); aqui se consulta
      *para validar la firma de sesion y la autorizacion de matrices.
           SELECT ARCHIVO-OPERADORES ASSIGN TO "OPERMST"
      *trazado compartido con ex2, que es quien guarda las matrices
       COPY "MATRREC.cpy".

       FD  ARCHIVO-CONTROL-MATRICES.
      *trazado compartido con ex2 y MATMNT
       COPY "MATRCTL.cpy".

       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
      *maestro
       COPY "STDCODES.cpy".
       01 wks-libreria-status  pic X(02) value "00".
       01 wks-intercambio-status pic X(02) value "00".
      *control de la libreria del nombre en curso
       01 wks-control-status   pic X(02) value "00".
       01 wks-control-existe   pic X(01) value "N".
           88 wks-control-existe-si   value "S".
       01 wks-escritura        pic X(01) value "S".
           88 wks-escritura-permitida value "S".
       01 wks-fin-intercambio  pic X(01) value "N".
           88 wks-fin-de-intercambio  value "S".
      *matriz en armado: nombre, dimensiones y estampa de la
                   add 1 to wks-rechazadas
               end-if
               close ARCHIVO-LIBRERIA
               close ARCHIVO-CONTROL-MATRICES
               close ARCHIVO-INTERCAMBIO
               perform 00011-conteos-de-control
           end-if.
      *libreria local (la mas alta + 1), conservando la estampa
      *original del emisor.
       00006-grabar-version.
           perform 00012-verificar-control.
           if wks-escritura-permitida
               perform 00014-armar-version
           end-if.

      *Arma la version nueva y la graba; un nombre que aun no tenia
      *registro de control queda a nombre del operador de la sesion.
       00014-armar-version.
           perform 00016-buscar-ultima-version.
           move spaces to REG-LIBRERIA.
           move wks-nombre-matriz to LIB-nombre.
                   add 1 to wks-escritas
                   display "Importada: " wks-nombre-matriz
                       " como version " LIB-version
                   perform 00013-registrar-dueno
           end-write.

      *Revisa el control de la libreria del nombre en curso: no se
      *graba encima de una matriz de solo lectura, privada de otro
      *operador o tomada por otro operador; se rechaza con aviso.
       00012-verificar-control.
           move "S" to wks-escritura.
           move "S" to wks-control-existe.
           move wks-nombre-matriz to MCT-nombre.
           read ARCHIVO-CONTROL-MATRICES
               invalid key
                   move "N" to wks-control-existe
           end-read.
           if wks-control-existe-si
               if MCT-solo-lectura
                   display "Matriz de solo lectura, se rechaza: "
                       wks-nombre-matriz
                   move "N" to wks-escritura
               else
               if MCT-privada and MCT-dueno not = spaces and
                  MCT-dueno not = wks-id-operador
                   display "Matriz privada de " MCT-dueno
                       ", se rechaza: " wks-nombre-matriz
                   move "N" to wks-escritura
               else
               if not MCT-libre and
                  MCT-bloqueo-id not = wks-id-operador
                   display "Matriz en uso por " MCT-bloqueo-id
                       " desde " MCT-bloqueo-fecha " "
                       MCT-bloqueo-hora(1:4) ", se rechaza: "
                       wks-nombre-matriz
                   move "N" to wks-escritura
               end-if
               end-if
               end-if
           end-if.
           if not wks-escritura-permitida
               add 1 to wks-rechazadas
           end-if.

      *Un nombre sin registro de control queda compartido, libre y
      *con el operador de la sesion como dueno.
       00013-registrar-dueno.
           if not wks-control-existe-si
               move spaces to REG-MATRIZ-CONTROL
               move wks-nombre-matriz to MCT-nombre
               move wks-id-operador to MCT-dueno
               move "C" to MCT-acceso
               move 0 to MCT-bloqueo-fecha
               move 0 to MCT-bloqueo-hora
               write REG-MATRIZ-CONTROL
               end-write
               move "S" to wks-control-existe
           end-if.

      *Copia una fila de la cuadricula armada al registro de la
      *libreria listo para grabarse.
       00007-fila-copia.
               open output ARCHIVO-LIBRERIA
               close ARCHIVO-LIBRERIA
               open i-o ARCHIVO-LIBRERIA.
           open i-o ARCHIVO-CONTROL-MATRICES.
           if wks-control-status = "35"
               open output ARCHIVO-CONTROL-MATRICES
               close ARCHIVO-CONTROL-MATRICES
               open i-o ARCHIVO-CONTROL-MATRICES.

      *Conteos de conciliacion de la importacion contra el pie del
      *emisor: lo leido aqui debe ser lo declarado alla.
