               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-clave
               FILE STATUS IS wks-libreria-status.
      *Control de la libreria por nombre de matriz: dueno, acceso y
      *el bloqueo de trabajo que respetan tambien MATMNT y MATIMP.
           SELECT ARCHIVO-CONTROL-MATRICES ASSIGN TO "MATRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-nombre
               FILE STATUS IS wks-control-status.
      *Maestro de operadores (lo mantiene OPERMNT); aqui se consulta
      *para validar la firma de sesion, estampar los guardados y
      *autorizar el guardado en la libreria.

       FD  ARCHIVO-SOLICITUDES.
      *una solicitud por renglon: matrices a cargar de la libreria
      *(la A2 queda en blanco para la transpuesta, el determinante y
      *la inversa), la operacion (s/m/r/e/t, d = determinante,
      *i = inversa, x = resolver A x X = A2), el escalar en texto
      *libre (solo para "e") y el nombre con que guardar el
      *resultado (blanco = no se guarda)
       01 REG-SOLICITUD.
           05 SOL-matriz-a      pic X(20).
           05 SOL-filler-1      pic X(01).
      *libreria
       COPY "MATRREC.cpy".

       FD  ARCHIVO-CONTROL-MATRICES.
      *trazado compartido con MATMNT y MATIMP
       COPY "MATRCTL.cpy".

       FD  ARCHIVO-OPERADORES.
      *trazado compartido con OPERMNT, que es quien mantiene el
      *maestro
      *primera clase, que se puede guardar en la libreria o
      *reutilizar como A o A2 en la siguiente operacion de la misma
      *sesion; toma las dimensiones propias de cada operacion (las
      *de A en suma/resta/division y en la inversa, filas de A por
      *columnas de A2 en la multiplicacion y en la solucion de
      *A x X = A2, y las de A invertidas en la transpuesta)
       01 wks-filas-r          pic 9(02) value 0.
       01 wks-columnas-r       pic 9(02) value 0.
       01 WS-R occurs 1 to 20 times depending on wks-filas-r
      *fecha y hora con que se estampa cada version guardada
       01 wks-fecha-guardado   pic 9(08).
       01 wks-hora-guardado    pic 9(08).
      *control de la libreria: si el nombre en curso ya tiene
      *registro de control, si la sesion puede guardar con ese nombre
      *y los nombres que la sesion interactiva tomo al cargar A y A2,
      *para soltarlos al salir si no se guardaron
       01 wks-control-status   pic X(02) value "00".
       01 wks-control-existe   pic X(01) value "N".
           88 wks-control-existe-si   value "S".
       01 wks-escritura        pic X(01) value "S".
           88 wks-escritura-permitida value "S".
       01 wks-toma             pic X(01) value "N".
           88 wks-toma-hecha          value "S".
       01 wks-tomada-a         pic X(20) value spaces.
       01 wks-tomada-a2        pic X(20) value spaces.
      *se enciende si una carga o un guardado se rechazo por el
      *acceso o el bloqueo de la matriz
       01 wks-std-rechazo-control pic X(01) value "N".
           88 wks-std-rechazo-control-si value "S".
      *Para elegir la operacion a correr sobre las matrices ya cargadas
       01 wks-opcion-operacion pic 9(01) value 0.
      *destino del resultado al encadenar (1 = A, 2 = A2, 3 = nada)
      *cero se rechaza y no deja matriz resultado que encadenar
       01 wks-operacion-valida pic X(01) value "S".
           88 wks-operacion-aceptada  value "S".
      *fin del ciclo de operaciones (opcion 0 del menu)
       01 wks-fin-operaciones  pic X(01) value "N".
           88 wks-operaciones-terminadas value "S".

      *Para determinante, inversa y solucion de A x X = A2: la
      *eliminacion de Gauss-Jordan corre sobre una tabla de trabajo
      *aumentada (A a la izquierda; la identidad o las columnas de A2
      *a la derecha) con siete decimales, para que el redondeo de
      *cada paso no se acumule en los dos decimales de las celdas
       01 wks-tabla-gauss.
           05 wks-gauss-fila occurs 20 times.
               10 wks-gauss-celda occurs 40 times
                                   pic S9(11)V9(7).
      *orden de A (cuadrada) y columnas de la tabla aumentada
       01 wks-orden-gauss      pic 9(02) value 0.
       01 wks-columnas-gauss   pic 9(02) value 0.
      *indices de la eliminacion
       01 wks-col-pivote       pic 9(02).
       01 wks-fila-pivote      pic 9(02).
       01 wks-fila-gauss       pic 9(02).
       01 wks-col-gauss        pic 9(02).
       01 wks-col-derecha      pic 9(02).
      *pivote en curso, su valor absoluto y el del renglon candidato
       01 wks-pivote           pic S9(11)V9(7).
       01 wks-pivote-abs       pic S9(11)V9(7).
       01 wks-candidato-abs    pic S9(11)V9(7).
       01 wks-factor-gauss     pic S9(11)V9(7).
       01 wks-celda-gauss      pic S9(11)V9(7).
      *un pivote menor que esto (en valor absoluto) deja la matriz
      *por singular o casi singular: su inversa no tendria sentido
      *con dos decimales en las celdas
       01 wks-tolerancia-pivote pic 9V9(7) value 0.0001.
      *que se arma a la derecha de A: "N" nada (determinante),
      *"I" la identidad (inversa), "S" las columnas de A2 (sistema)
       01 wks-lado-derecho     pic X(01).
       01 wks-gauss-estado     pic X(01) value "S".
           88 wks-gauss-correcto      value "S".
           88 wks-gauss-singular      value "N".
           88 wks-gauss-excedido      value "E".
      *motivo del rechazo de la operacion, para pantalla y reporte
       01 wks-motivo-gauss     pic X(40).
       01 wks-determinante     pic S9(13)V9(5) value 0.
       01 wks-det-estado       pic X(01) value "N".
           88 wks-det-excedido        value "S".
       01 wks-edita-determinante pic -(13)9.9(5).

       PROCEDURE DIVISION.
           perform 00025_firmar-sesion.
      *valida su conformidad (formas iguales en suma/resta, columnas
      *de A = filas de A2 en la multiplicacion) antes de calcular
           perform 00021_ciclo-operaciones
               until wks-operaciones-terminadas.

      *el guardado en la libreria queda reservado a los operadores
      *con la autorizacion de matrices en el maestro
                   end-if
               end-if
           end-if.
      *lo que se tomo al cargar y no se guardo se suelta al salir
           if wks-tomada-a not = spaces
               move wks-tomada-a to wks-nombre-matriz
               perform 00072_soltar-matriz
           end-if.
           if wks-tomada-a2 not = spaces
               move wks-tomada-a2 to wks-nombre-matriz
               perform 00072_soltar-matriz
           end-if.

      *Firma de sesion contra el maestro de operadores, igual que en
      *EXAM: hasta tres intentos; el nombre canonico del maestro es
           display "1) Ver matriz A              2) Transponer A".
           display "3) Sumar A + A2              4) Multiplicar A x A2".
           display "5) Restar A - A2             6) Dividir A/escalar".
           display "7) Determinante de A         8) Inversa de A".
           display "9) Resolver A x X = A2       0) Terminar".
           accept wks-opcion-operacion.
           if wks-opcion-operacion = 1
               perform 00001_watch
           if wks-opcion-operacion = 6
               perform 00011_scalar-divide
           else
           if wks-opcion-operacion = 7
               perform 00061_determinant
           else
           if wks-opcion-operacion = 8
               perform 00062_inverse
           else
           if wks-opcion-operacion = 9
               perform 00063_solve
           else
           if wks-opcion-operacion = 0
               move "S" to wks-fin-operaciones
           else
               display "Opción inválida...".
      *el determinante es un escalar: no deja matriz que encadenar
           if (wks-opcion-operacion = 2 or
               (wks-opcion-operacion >= 3 and
                wks-opcion-operacion <= 6) or
               wks-opcion-operacion = 8 or
               wks-opcion-operacion = 9) and
              wks-operacion-aceptada
               move "S" to wks-hay-resultado
               perform 00022_ofrecer-resultado

      *Carga ambas matrices desde la libreria indexada, por nombre, en
      *vez de volver a leer el archivo de texto de matrices.
      *Con la autorizacion de matrices, cada matriz cargada queda
      *tomada por el operador hasta que la guarde o salga sin
      *guardarla, para que nadie mas guarde encima mientras tanto.
       00012_cargar-matrices-libreria.
           display "Nombre de la matriz A: ".
           accept wks-nombre-matriz.
           perform 00013_cargar-matriz-a.
           if wks-carga-valida-si and wks-puede-matrices
               perform 00069_tomar-matriz
               if wks-toma-hecha
                   move wks-nombre-matriz to wks-tomada-a
               end-if
           end-if.
           display "Nombre de la matriz A2: ".
           accept wks-nombre-matriz.
           perform 00013_cargar-matriz-a2.
           if wks-carga-valida-si and wks-puede-matrices
               perform 00069_tomar-matriz
               if wks-toma-hecha
                   move wks-nombre-matriz to wks-tomada-a2
               end-if
           end-if.

      *Abre la libreria para lectura y trae la matriz cuyo nombre esta
      *en wks-nombre-matriz, dejandola en WS-D con sus dimensiones.
      *en vez de copiar celdas basura del area sin poblar.
       00013_cargar-matriz-a.
           move "S" to wks-carga-valida.
           perform 00068_verificar-lectura.
           if wks-carga-valida-si
               perform 00022_abrir-libreria-lectura
           end-if.
           if wks-carga-valida-si
               perform 00028_buscar-ultima-version
               if wks-version-max = 0
      *toma tal cual; la conformidad con A la valida cada operacion.
       00013_cargar-matriz-a2.
           move "S" to wks-carga-valida.
           perform 00068_verificar-lectura.
           if wks-carga-valida-si
               perform 00022_abrir-libreria-lectura
           end-if.
           if wks-carga-valida-si
               perform 00028_buscar-ultima-version
               if wks-version-max = 0
       00016_guardar-matriz-a.
           display "Nombre para guardar la matriz A: ".
           accept wks-nombre-matriz.
           perform 00070_verificar-escritura.
           if wks-escritura-permitida
               perform 00018_abrir-libreria
               perform 00028_buscar-ultima-version
               perform 00031_estampar-version
               move wks-filas-a to LIB-filas
               move wks-columnas-a to LIB-columnas
               perform 00017_fila-guarda-a
                   varying i from 1 by 1 until i > wks-filas-a
               write REG-LIBRERIA
                   invalid key
                       display "No se pudo guardar la version"
                       move "S" to wks-std-error-libreria
                   not invalid key
                       perform 00071_soltar-tras-guardar
               end-write
               close ARCHIVO-LIBRERIA
           end-if.

       00017_fila-guarda-a.
           perform 00019_col-guarda-a
       00016_guardar-matriz-a2.
           display "Nombre para guardar la matriz A2: ".
           accept wks-nombre-matriz.
           perform 00070_verificar-escritura.
           if wks-escritura-permitida
               perform 00018_abrir-libreria
               perform 00028_buscar-ultima-version
               perform 00031_estampar-version
               move wks-filas-a2 to LIB-filas
               move wks-columnas-a2 to LIB-columnas
               perform 00017_fila-guarda-a2
                   varying k from 1 by 1 until k > wks-filas-a2
               write REG-LIBRERIA
                   invalid key
                       display "No se pudo guardar la version"
                       move "S" to wks-std-error-libreria
                   not invalid key
                       perform 00071_soltar-tras-guardar
               end-write
               close ARCHIVO-LIBRERIA
           end-if.

       00017_fila-guarda-a2.
           perform 00019_col-guarda-a2

      *Graba la matriz resultado bajo el nombre que ya este en
      *wks-nombre-matriz, como version nueva estampada; lo comparten
      *el guardado interactivo y el modo por lote. Como todo
      *guardado, respeta el acceso y el bloqueo de la matriz.
       00037_grabar-matriz-r.
           perform 00070_verificar-escritura.
           if wks-escritura-permitida
               perform 00018_abrir-libreria
               perform 00028_buscar-ultima-version
               perform 00031_estampar-version
               move wks-filas-r to LIB-filas
               move wks-columnas-r to LIB-columnas
               perform 00017_fila-guarda-r
                   varying m from 1 by 1 until m > wks-filas-r
               write REG-LIBRERIA
                   invalid key
                       display "No se pudo guardar la version"
                       move "S" to wks-std-error-libreria
                   not invalid key
                       perform 00071_soltar-tras-guardar
               end-write
               close ARCHIVO-LIBRERIA
           end-if.

       00017_fila-guarda-r.
           perform 00019_col-guarda-r
           move WS-DR(m, n) to
               LIB-celda(wks-idx-fila, wks-idx-columna).

      *Lee el registro de control del nombre en wks-nombre-matriz,
      *abriendo (o creando, si aun no existe) el archivo de control
      *para actualizacion; el archivo queda abierto para quien llama.
      *Un nombre sin registro queda en el area como compartido, sin
      *dueno y libre.
       00067_leer-control.
           open i-o ARCHIVO-CONTROL-MATRICES.
           if wks-control-status = "35"
               open output ARCHIVO-CONTROL-MATRICES
               close ARCHIVO-CONTROL-MATRICES
               open i-o ARCHIVO-CONTROL-MATRICES
           end-if.
           move "S" to wks-control-existe.
           move wks-nombre-matriz to MCT-nombre.
           read ARCHIVO-CONTROL-MATRICES
               invalid key
                   move "N" to wks-control-existe
                   move spaces to REG-MATRIZ-CONTROL
                   move wks-nombre-matriz to MCT-nombre
                   move "C" to MCT-acceso
                   move 0 to MCT-bloqueo-fecha
                   move 0 to MCT-bloqueo-hora
           end-read.

      *Una matriz privada solo la carga su dueno; para los demas la
      *carga se rechaza como si el nombre no existiera.
       00068_verificar-lectura.
           perform 00067_leer-control.
           close ARCHIVO-CONTROL-MATRICES.
           if MCT-privada and MCT-dueno not = spaces and
              MCT-dueno not = wks-id-operador
               display "Matriz privada de " MCT-dueno ": "
                   wks-nombre-matriz
               move "S" to wks-std-rechazo-control
               move "N" to wks-carga-valida
           end-if.

      *Toma la matriz recien cargada a nombre del operador, con el
      *programa y la fecha/hora. Una matriz de solo lectura no se
      *toma, y una que otro operador ya tiene tomada se deja cargada
      *solo para consulta: guardarla con ese nombre se rechazara.
      *Volver a tomar una que ya es del mismo operador (una sesion
      *anterior que se cayo) solo renueva la fecha/hora.
       00069_tomar-matriz.
           move "N" to wks-toma.
           perform 00067_leer-control.
           if MCT-solo-lectura
               display "Matriz de solo lectura, se carga para "
                   "consulta: " wks-nombre-matriz
           else
           if not MCT-libre and MCT-bloqueo-id not = wks-id-operador
               display "Matriz en uso por " MCT-bloqueo-id
                   " desde " MCT-bloqueo-fecha " "
                   MCT-bloqueo-hora(1:4) ": " wks-nombre-matriz
               display "Se carga para consulta; no se podra guardar "
                   "con ese nombre"
           else
               move wks-id-operador to MCT-bloqueo-id
               move "ex2" to MCT-bloqueo-programa
               accept wks-fecha-guardado from date yyyymmdd
               accept wks-hora-guardado from time
               move wks-fecha-guardado to MCT-bloqueo-fecha
               move wks-hora-guardado to MCT-bloqueo-hora
               if wks-control-existe-si
                   rewrite REG-MATRIZ-CONTROL
               else
                   write REG-MATRIZ-CONTROL
               end-if
               move "S" to wks-toma
           end-if
           end-if.
           close ARCHIVO-CONTROL-MATRICES.

      *Antes de guardar con el nombre en wks-nombre-matriz: no se
      *guarda sobre una matriz de solo lectura, sobre una privada de
      *otro operador ni sobre una que otro operador tiene tomada.
       00070_verificar-escritura.
           move "S" to wks-escritura.
           perform 00067_leer-control.
           close ARCHIVO-CONTROL-MATRICES.
           if MCT-solo-lectura
               display "Matriz de solo lectura, no se guarda: "
                   wks-nombre-matriz
               move "N" to wks-escritura
           else
           if MCT-privada and MCT-dueno not = spaces and
              MCT-dueno not = wks-id-operador
               display "Matriz privada de " MCT-dueno
                   ", no se guarda: " wks-nombre-matriz
               move "N" to wks-escritura
           else
           if not MCT-libre and MCT-bloqueo-id not = wks-id-operador
               display "Matriz en uso por " MCT-bloqueo-id
                   " desde " MCT-bloqueo-fecha " "
                   MCT-bloqueo-hora(1:4) ", no se guarda: "
                   wks-nombre-matriz
               move "N" to wks-escritura
           end-if
           end-if
           end-if.
           if not wks-escritura-permitida
               move "S" to wks-std-rechazo-control
           end-if.

      *Despues de un guardado: la matriz queda libre y, si el nombre
      *es nuevo en la libreria, el operador que la guardo queda como
      *su dueno, compartida.
       00071_soltar-tras-guardar.
           perform 00067_leer-control.
           if not wks-control-existe-si and wks-version-max = 0
               move wks-id-operador to MCT-dueno
           end-if.
           move spaces to MCT-bloqueo-id.
           move spaces to MCT-bloqueo-programa.
           move 0 to MCT-bloqueo-fecha.
           move 0 to MCT-bloqueo-hora.
           if wks-control-existe-si
               rewrite REG-MATRIZ-CONTROL
           else
               write REG-MATRIZ-CONTROL
           end-if.
           close ARCHIVO-CONTROL-MATRICES.

      *Suelta la matriz tomada al cargar si sigue a nombre del
      *operador (salir sin guardarla cancela la toma).
       00072_soltar-matriz.
           perform 00067_leer-control.
           if wks-control-existe-si and
              MCT-bloqueo-id = wks-id-operador
               move spaces to MCT-bloqueo-id
               move spaces to MCT-bloqueo-programa
               move 0 to MCT-bloqueo-fecha
               move 0 to MCT-bloqueo-hora
               rewrite REG-MATRIZ-CONTROL
           end-if.
           close ARCHIVO-CONTROL-MATRICES.

      *imprime la matriz WS-C tal cual, como cuadricula en el reporte
       00001_watch.
           open output ARCHIVO-REPORTE-MATRIZ.
           display ws-edita-celda " / " ws-edita-celda-2 " = "
               ws-edita-res.

      *Determinante de A: exige A cuadrada; se obtiene como producto
      *de los pivotes de la eliminacion (con el signo de cada
      *intercambio de filas). Una matriz singular o casi singular da
      *determinante cero; uno que no cabe en el campo se rechaza.
       00061_determinant.
           if wks-filas-a not = wks-columnas-a or wks-filas-a = 0
               display "La matriz A debe ser cuadrada para el "
                   "determinante"
               move "N" to wks-operacion-valida
           else
               move "N" to wks-lado-derecho
               perform 00049_gauss-jordan
               if wks-gauss-excedido or wks-det-excedido
                   display "Determinante rechazado: "
                       wks-motivo-gauss
                   move "N" to wks-operacion-valida
               else
                   move wks-determinante to wks-edita-determinante
                   display "Determinante de A: "
                       wks-edita-determinante
                   if wks-gauss-singular
                       display "(matriz singular o casi singular)"
                   end-if
                   open output ARCHIVO-REPORTE-MATRIZ
                   move spaces to REG-REPORTE-MATRIZ
                   string "DETERMINANTE DE A" delimited by size
                       into REG-REPORTE-MATRIZ
                   write REG-REPORTE-MATRIZ
                   perform 00066_linea-determinante
                   close ARCHIVO-REPORTE-MATRIZ
               end-if
           end-if.

      *Inversa de A: exige A cuadrada y no singular; la eliminacion
      *corre sobre A aumentada con la identidad y la mitad derecha
      *queda en la matriz resultado, lista para encadenarse o
      *guardarse.
       00062_inverse.
           if wks-filas-a not = wks-columnas-a or wks-filas-a = 0
               display "La matriz A debe ser cuadrada para la "
                   "inversa"
               move "N" to wks-operacion-valida
           else
               move "I" to wks-lado-derecho
               perform 00049_gauss-jordan
               if wks-gauss-correcto
                   perform 00058_copiar-solucion
               end-if
               if wks-gauss-correcto
                   open output ARCHIVO-REPORTE-MATRIZ
                   move spaces to REG-REPORTE-MATRIZ
                   string "INVERSA DE A" delimited by size
                       into REG-REPORTE-MATRIZ
                   write REG-REPORTE-MATRIZ
                   perform 00043_fila-reporte-r
                       varying wks-idx-fila from 1 by 1
                       until wks-idx-fila > wks-filas-r
                   close ARCHIVO-REPORTE-MATRIZ
               else
                   display "Inversa rechazada: " wks-motivo-gauss
                   move "N" to wks-operacion-valida
               end-if
           end-if.

      *Solucion del sistema A x X = A2: exige A cuadrada y no
      *singular y A2 con tantas filas como A (cada columna de A2 es
      *un juego de terminos independientes); la solucion queda en la
      *matriz resultado con las columnas de A2.
       00063_solve.
           if wks-filas-a not = wks-columnas-a or wks-filas-a = 0
               display "La matriz A debe ser cuadrada para resolver "
                   "el sistema"
               move "N" to wks-operacion-valida
           else
           if wks-filas-a2 not = wks-filas-a
               display "Matrices no conformables para el sistema: "
                   "A2 debe tener tantas filas como A"
               move "N" to wks-operacion-valida
           else
               move "S" to wks-lado-derecho
               perform 00049_gauss-jordan
               if wks-gauss-correcto
                   perform 00058_copiar-solucion
               end-if
               if wks-gauss-correcto
                   open output ARCHIVO-REPORTE-MATRIZ
                   move spaces to REG-REPORTE-MATRIZ
                   string "SOLUCION DE A x X = A2" delimited by size
                       into REG-REPORTE-MATRIZ
                   write REG-REPORTE-MATRIZ
                   perform 00043_fila-reporte-r
                       varying wks-idx-fila from 1 by 1
                       until wks-idx-fila > wks-filas-r
                   close ARCHIVO-REPORTE-MATRIZ
               else
                   display "Sistema rechazado: " wks-motivo-gauss
                   move "N" to wks-operacion-valida
               end-if
           end-if
           end-if.

      *Eliminacion de Gauss-Jordan con pivoteo parcial sobre A (ya
      *validada cuadrada) aumentada segun wks-lado-derecho. Deja la
      *identidad a la izquierda y la inversa o la solucion a la
      *derecha, el determinante acumulado en wks-determinante y el
      *veredicto en wks-gauss-estado (singular o fuera de rango).
       00049_gauss-jordan.
           move "S" to wks-gauss-estado.
           move "N" to wks-det-estado.
           move spaces to wks-motivo-gauss.
           move wks-filas-a to wks-orden-gauss.
           move wks-orden-gauss to wks-columnas-gauss.
           if wks-lado-derecho = "I"
               add wks-orden-gauss to wks-columnas-gauss
           else
           if wks-lado-derecho = "S"
               add wks-columnas-a2 to wks-columnas-gauss.
           move 1 to wks-determinante.
           perform 00050_fila-cargar-gauss
               varying wks-fila-gauss from 1 by 1
               until wks-fila-gauss > wks-orden-gauss.
           perform 00052_eliminar-columna
               varying wks-col-pivote from 1 by 1
               until wks-col-pivote > wks-orden-gauss
                   or not wks-gauss-correcto.

       00050_fila-cargar-gauss.
           perform 00051_col-cargar-gauss
               varying wks-col-gauss from 1 by 1
               until wks-col-gauss > wks-columnas-gauss.

      *Una celda de la tabla aumentada: A a la izquierda y, a la
      *derecha, la identidad o la columna de A2 que corresponde.
       00051_col-cargar-gauss.
           if wks-col-gauss <= wks-orden-gauss
               move WS-D(wks-fila-gauss, wks-col-gauss) to
                   wks-gauss-celda(wks-fila-gauss, wks-col-gauss)
           else
               subtract wks-orden-gauss from wks-col-gauss
                   giving wks-col-derecha
               if wks-lado-derecho = "I"
                   if wks-col-derecha = wks-fila-gauss
                       move 1 to wks-gauss-celda(wks-fila-gauss,
                           wks-col-gauss)
                   else
                       move 0 to wks-gauss-celda(wks-fila-gauss,
                           wks-col-gauss)
                   end-if
               else
                   move WS-D2(wks-fila-gauss, wks-col-derecha) to
                       wks-gauss-celda(wks-fila-gauss, wks-col-gauss)
               end-if
           end-if.

      *Un paso de la eliminacion: escoge como pivote el renglon con
      *el mayor valor absoluto en la columna (de la diagonal hacia
      *abajo), lo sube a la diagonal, lo normaliza y anula la columna
      *en todos los demas renglones. Un pivote bajo la tolerancia deja
      *la matriz por singular.
       00052_eliminar-columna.
           move wks-col-pivote to wks-fila-pivote.
           move 0 to wks-pivote-abs.
           perform 00053_buscar-pivote
               varying wks-fila-gauss from wks-col-pivote by 1
               until wks-fila-gauss > wks-orden-gauss.
           if wks-pivote-abs < wks-tolerancia-pivote
               move "N" to wks-gauss-estado
               move 0 to wks-determinante
               move "MATRIZ SINGULAR O CASI SINGULAR" to
                   wks-motivo-gauss
           else
               if wks-fila-pivote not = wks-col-pivote
                   perform 00054_intercambiar-filas
                       varying wks-col-gauss from 1 by 1
                       until wks-col-gauss > wks-columnas-gauss
                   compute wks-determinante = 0 - wks-determinante
               end-if
               move wks-gauss-celda(wks-col-pivote, wks-col-pivote)
                   to wks-pivote
               compute wks-determinante rounded =
                   wks-determinante * wks-pivote
                   on size error
                       move "S" to wks-det-estado
                       move "DETERMINANTE FUERA DE RANGO" to
                           wks-motivo-gauss
               end-compute
               perform 00055_normalizar-fila
                   varying wks-col-gauss from 1 by 1
                   until wks-col-gauss > wks-columnas-gauss
               perform 00056_reducir-fila
                   varying wks-fila-gauss from 1 by 1
                   until wks-fila-gauss > wks-orden-gauss
           end-if.

      *Compara el renglon candidato contra el mejor pivote hallado.
       00053_buscar-pivote.
           move wks-gauss-celda(wks-fila-gauss, wks-col-pivote) to
               wks-candidato-abs.
           if wks-candidato-abs < 0
               compute wks-candidato-abs = 0 - wks-candidato-abs
           end-if.
           if wks-candidato-abs > wks-pivote-abs
               move wks-candidato-abs to wks-pivote-abs
               move wks-fila-gauss to wks-fila-pivote
           end-if.

      *Intercambia una celda del renglon pivote con la del renglon
      *que sube a la diagonal.
       00054_intercambiar-filas.
           move wks-gauss-celda(wks-col-pivote, wks-col-gauss) to
               wks-celda-gauss.
           move wks-gauss-celda(wks-fila-pivote, wks-col-gauss) to
               wks-gauss-celda(wks-col-pivote, wks-col-gauss).
           move wks-celda-gauss to
               wks-gauss-celda(wks-fila-pivote, wks-col-gauss).

      *Divide una celda del renglon pivote entre el pivote.
       00055_normalizar-fila.
           compute wks-gauss-celda(wks-col-pivote, wks-col-gauss)
               rounded =
               wks-gauss-celda(wks-col-pivote, wks-col-gauss) /
               wks-pivote
               on size error
                   move "E" to wks-gauss-estado
                   move "VALORES FUERA DE RANGO EN LA ELIMINACION"
                       to wks-motivo-gauss
           end-compute.

      *Anula la columna del pivote en otro renglon restandole el
      *multiplo que corresponde del renglon pivote.
       00056_reducir-fila.
           if wks-fila-gauss not = wks-col-pivote
               move wks-gauss-celda(wks-fila-gauss, wks-col-pivote)
                   to wks-factor-gauss
               if wks-factor-gauss not = 0
                   perform 00057_restar-multiplo
                       varying wks-col-gauss from 1 by 1
                       until wks-col-gauss > wks-columnas-gauss
               end-if
           end-if.

       00057_restar-multiplo.
           compute wks-gauss-celda(wks-fila-gauss, wks-col-gauss)
               rounded =
               wks-gauss-celda(wks-fila-gauss, wks-col-gauss) -
               wks-factor-gauss *
               wks-gauss-celda(wks-col-pivote, wks-col-gauss)
               on size error
                   move "E" to wks-gauss-estado
                   move "VALORES FUERA DE RANGO EN LA ELIMINACION"
                       to wks-motivo-gauss
           end-compute.

      *Pasa la mitad derecha de la tabla ya reducida (la inversa o la
      *solucion) a la matriz resultado, redondeada a dos decimales;
      *un valor que no cabe en la celda rechaza la operacion.
       00058_copiar-solucion.
           move wks-orden-gauss to wks-filas-r.
           subtract wks-orden-gauss from wks-columnas-gauss
               giving wks-columnas-r.
           perform 00059_fila-copiar-solucion
               varying wks-fila-gauss from 1 by 1
               until wks-fila-gauss > wks-filas-r.

       00059_fila-copiar-solucion.
           perform 00060_col-copiar-solucion
               varying wks-col-derecha from 1 by 1
               until wks-col-derecha > wks-columnas-r.

       00060_col-copiar-solucion.
           add wks-orden-gauss to wks-col-derecha
               giving wks-col-gauss.
           compute WS-DR(wks-fila-gauss, wks-col-derecha) rounded =
               wks-gauss-celda(wks-fila-gauss, wks-col-gauss)
               on size error
                   move "E" to wks-gauss-estado
                   move "RESULTADO NO CABE EN LA MATRIZ" to
                       wks-motivo-gauss
           end-compute.

      *Determinante, inversa o sistema de una solicitud por lote, ya
      *validada la conformidad; una matriz singular (salvo para el
      *determinante, que queda en cero) o un valor fuera de rango
      *rechazan la solicitud con su motivo.
       00064_calcular-gauss-solicitud.
           if SOL-operacion = "d"
               move "N" to wks-lado-derecho
           else
           if SOL-operacion = "i"
               move "I" to wks-lado-derecho
           else
               move "S" to wks-lado-derecho.
           perform 00049_gauss-jordan.
           if SOL-operacion = "d"
               if wks-gauss-excedido or wks-det-excedido
                   move "N" to wks-solicitud-ok
               end-if
           else
               if wks-gauss-correcto
                   perform 00058_copiar-solucion
               end-if
               if not wks-gauss-correcto
                   move "N" to wks-solicitud-ok
               end-if
           end-if.
           if not wks-solicitud-valida
               display "Solicitud rechazada: " wks-motivo-gauss
           end-if.

      *Linea del determinante en el reporte de matrices, con la
      *marca de singular cuando corresponde.
       00066_linea-determinante.
           move wks-determinante to wks-edita-determinante.
           move spaces to REG-REPORTE-MATRIZ.
           if wks-gauss-singular
               string "DETERMINANTE: " delimited by size
                   wks-edita-determinante delimited by size
                   " (MATRIZ SINGULAR O CASI SINGULAR)"
                   delimited by size
                   into REG-REPORTE-MATRIZ
           else
               string "DETERMINANTE: " delimited by size
                   wks-edita-determinante delimited by size
                   into REG-REPORTE-MATRIZ
           end-if.
           write REG-REPORTE-MATRIZ.

      *Modo por lote: procesa el archivo de solicitudes tarjeta por
      *tarjeta, dejando en el reporte de matrices la cuadricula del
      *resultado de cada solicitud aceptada y una linea por cada
       00036_ejecutar-solicitud.
           move "S" to wks-solicitud-ok.
           move "S" to wks-operacion-valida.
           move spaces to wks-motivo-gauss.
           move SOL-matriz-a to wks-nombre-matriz.
           perform 00013_cargar-matriz-a.
           if not wks-carga-valida-si
           end-if.
           if wks-solicitud-valida and
              (SOL-operacion = "s" or SOL-operacion = "m" or
               SOL-operacion = "r" or SOL-operacion = "x")
               move SOL-matriz-a2 to wks-nombre-matriz
               perform 00013_cargar-matriz-a2
               if not wks-carga-valida-si
           if wks-solicitud-valida
               add 1 to wks-sol-procesadas
               perform 00042_reportar-resultado
      *el determinante es un escalar y no deja matriz que guardar
               if SOL-resultado not = spaces and SOL-operacion = "d"
                   display "El determinante no deja matriz que "
                       "guardar: " SOL-resultado
               else
               if SOL-resultado not = spaces
                   if wks-puede-matrices
                       move SOL-resultado to wks-nombre-matriz
                       move "S" to wks-std-error-libreria
                   end-if
               end-if
               end-if
           else
               add 1 to wks-sol-rechazadas
               move "S" to wks-std-error-libreria
                   SOL-operacion delimited by size
                   " " delimited by size
                   SOL-matriz-a2 delimited by size
                   " " delimited by size
                   wks-motivo-gauss delimited by size
                   into REG-REPORTE-MATRIZ
               write REG-REPORTE-MATRIZ
           end-if.
      *igual a filas de A2 para multiplicar (el resultado queda de
      *filas de A por columnas de A2), dimensiones de A para la
      *division escalar y las de A invertidas para la transpuesta.
      *El determinante y la inversa exigen A cuadrada (la inversa
      *queda de su mismo orden; el determinante no deja matriz), y
      *A x X = A2 exige ademas que A2 tenga tantas filas como A (la
      *solucion queda con las columnas de A2).
      *Una letra de operacion desconocida tambien rechaza aqui.
       00047_validar-conformidad.
           if SOL-operacion = "s" or SOL-operacion = "r"
           if SOL-operacion = "t"
               move wks-columnas-a to wks-filas-r
               move wks-filas-a to wks-columnas-r
           else
           if SOL-operacion = "d" or SOL-operacion = "i" or
              SOL-operacion = "x"
               if wks-filas-a not = wks-columnas-a or
                  wks-filas-a = 0
                   display "Solicitud no conformable: A debe ser "
                       "cuadrada"
                   move "A NO ES CUADRADA" to wks-motivo-gauss
                   move "N" to wks-solicitud-ok
               else
               if SOL-operacion = "x" and
                  wks-filas-a2 not = wks-filas-a
                   display "Solicitud no conformable: A2 debe tener "
                       "tantas filas como A"
                   move "A2 NO CONFORMA CON A" to wks-motivo-gauss
                   move "N" to wks-solicitud-ok
               else
               if SOL-operacion = "d"
                   move 0 to wks-filas-r
                   move 0 to wks-columnas-r
               else
               if SOL-operacion = "i"
                   move wks-filas-a to wks-filas-r
                   move wks-columnas-a to wks-columnas-r
               else
                   move wks-filas-a to wks-filas-r
                   move wks-columnas-a2 to wks-columnas-r
               end-if
               end-if
               end-if
               end-if
           else
               display "Operacion desconocida en la solicitud: "
                   SOL-operacion
               move "N" to wks-solicitud-ok.

      *Corre la operacion de la solicitud, ya validada, dejando el
      *resultado en la matriz WS-R con sus dimensiones propias; el
      *determinante, la inversa y el sistema van por la eliminacion
      *de Gauss-Jordan, que puede todavia rechazar la solicitud.
       00038_calcular-solicitud.
           if SOL-operacion = "d" or SOL-operacion = "i" or
              SOL-operacion = "x"
               perform 00064_calcular-gauss-solicitud
           else
               perform 00039_fila-calc
                   varying wks-idx-fila from 1 by 1
                   until wks-idx-fila > wks-filas-r
           end-if.

      *Una fila del calculo por lote.
       00039_fila-calc.
               SOL-resultado delimited by size
               into REG-REPORTE-MATRIZ.
           write REG-REPORTE-MATRIZ.
           if SOL-operacion = "d"
               perform 00066_linea-determinante
           end-if.
           perform 00043_fila-reporte-r
               varying wks-idx-fila from 1 by 1
               until wks-idx-fila > wks-filas-r.
               move 08 to STD-CODIGO
               move "Matriz no encontrada en la libreria" to
                   STD-MENSAJE
           else
           if wks-std-rechazo-control-si
               move 04 to STD-CODIGO
               move "Matriz en uso o sin acceso, no se guardo" to
                   STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Corrida finalizada sin errores" to STD-MENSAJE
