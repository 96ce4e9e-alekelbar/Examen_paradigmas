      *Interfaz contable del proceso por lote: convierte la salida de
      *la corrida del dia (LOTEOUT) en el archivo de poliza de formato
      *fijo POLIZAGL que carga el sistema de contabilidad, en lugar de
      *recapturar los resultados a mano cada manana. Deja un asiento
      *por remitente y numero de lote, con la suma de SAL-result de
      *sus lineas, en la cuenta de mayor que la tabla CTACONT asigna
      *al remitente; la cabecera y el pie llevan el numero de
      *asientos, el total hash y la suma de importes.
      *Los reversos supervisados de lote de la fecha (AUDITF) no se
      *asientan como calculos validos: cada reverso se casa con su
      *linea original de LOTEOUT (operandos, operacion, resultado y
      *operador, igual que en CONCILIA) y el asiento de ese remitente
      *y lote va neto de lo reversado, con una linea aparte en el
      *POLIZREP. Un reverso cuyo original no esta en el LOTEOUT del
      *dia (se asento en otra fecha) va a un asiento de contrapartida
      *con remitente *REVERSO, en la cuenta del renglon *REVERSO de
      *CTACONT o, sin el, en la cuenta general.
      *Solo se genera la poliza de una corrida conciliada: el CONCREP
      *debe traer la linea de EN CUADRE de la misma fecha (una
      *conciliacion FUERA DE CUADRE, de otra fecha o ausente detiene
      *el paso). Tampoco se genera si la fecha ya esta en el registro
      *de polizas POLIZREG, para que un mismo dia no se asiente dos
      *veces, ni si algun remitente se queda sin cuenta. En todos
      *esos casos el POLIZAGL no se toca y el informe POLIZREP dice
      *por que.
      *Los asientos se arman primero en un archivo de trabajo para
      *conocer los totales antes de escribir la cabecera.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Salida del proceso por lote que escribe EXAM; aqui solo se lee.
           SELECT LOTE-SALIDA ASSIGN TO "LOTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LOTE-SALIDA-STATUS.
      *Informe de la conciliacion que deja CONCILIA; solo interesa su
      *linea final de cuadre.
           SELECT ARCHIVO-CONCILIACION ASSIGN TO "CONCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CONCILIACION-STATUS.
      *Bitacora de auditoria que escribe EXAM; aqui solo se leen los
      *reversos de lote de la fecha.
           SELECT ARCHIVO-AUDITORIA ASSIGN TO "AUDITF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDITORIA-STATUS.
      *Tabla de cuentas contables por remitente.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CTACONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CUENTAS-STATUS.
      *Registro de polizas generadas, con acceso por fecha contable,
      *igual que el registro de control de lotes.
           SELECT ARCHIVO-REGISTRO ASSIGN TO "POLIZREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-fecha-contable
               FILE STATUS IS WKS-REGISTRO-STATUS.
      *Archivo de trabajo del ordenamiento (lo administra el SORT).
           SELECT ARCHIVO-ORDEN ASSIGN TO "POLIZWK".
      *Asientos ya armados, en espera de la cabecera.
           SELECT ARCHIVO-ASIENTOS ASSIGN TO "POLIZDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-ASIENTOS-STATUS.
      *Poliza para el sistema de contabilidad.
           SELECT ARCHIVO-POLIZA ASSIGN TO "POLIZAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-POLIZA-STATUS.
      *Informe imprimible del paso.
           SELECT ARCHIVO-INFORME ASSIGN TO "POLIZREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-SALIDA.
      *trazado compartido con EXAM, que es quien escribe el lote
       COPY "LOTESAL.cpy".

       FD  ARCHIVO-AUDITORIA.
      *trazado compartido con EXAM, que es quien escribe la bitacora
       COPY "AUDITREC.cpy".

       FD  ARCHIVO-CONCILIACION.
       01 REG-CONCILIACION     pic X(120).

       FD  ARCHIVO-CUENTAS.
      *trazado de la tabla que mantiene Contabilidad
       COPY "CTACONT.cpy".

       FD  ARCHIVO-REGISTRO.
       COPY "POLREG.cpy".

      *registro de trabajo del ordenamiento: remitente y lote de cada
      *linea de LOTEOUT con su resultado y si un reverso de la
      *fecha la anulo
       SD  ARCHIVO-ORDEN.
       01 REG-ORDEN.
           05 ORD-remitente        pic X(08).
           05 ORD-lote             pic 9(07).
           05 ORD-result           pic S9(7)V9(2) sign is leading
                                   separate.
           05 ORD-reversada        pic X(01).
               88 ORD-es-reversada        value "S".

       FD  ARCHIVO-ASIENTOS.
       01 REG-ASIENTO              pic X(120).

       FD  ARCHIVO-POLIZA.
      *trazado que recibe el sistema de contabilidad
       COPY "POLIZA.cpy".

       FD  ARCHIVO-INFORME.
       01 REG-INFORME              pic X(120).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
      *parametros de paso de la corrida desatendida; con la bandera
      *encendida la fecha contable llega de la tarjeta de control en
      *vez de pedirse con ACCEPT
       COPY "STDPARMS.cpy".
       77 WKS-LOTE-SALIDA-STATUS pic X(02) value "00".
       77 WKS-AUDITORIA-STATUS pic X(02) value "00".
       77 WKS-CONCILIACION-STATUS pic X(02) value "00".
       77 WKS-CUENTAS-STATUS   pic X(02) value "00".
       77 WKS-REGISTRO-STATUS  pic X(02) value "00".
       77 WKS-ASIENTOS-STATUS  pic X(02) value "00".
       77 WKS-POLIZA-STATUS    pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
      *fecha contable: la de la corrida conciliada
       77 WKS-fecha-contable   pic 9(08).
       77 WKS-fecha-hoy        pic 9(08).
       77 WKS-hora-hoy         pic 9(08).
       77 WKS-fin-archivo      pic X(01) value "N".
           88 WKS-fin-de-archivo      value "S".
       77 WKS-fin-orden        pic X(01) value "N".
           88 WKS-fin-de-orden        value "S".
      *veredicto del CONCREP para la fecha: "S" en cuadre, "N" fuera
      *de cuadre, "O" veredicto de otra fecha, " " sin veredicto
       77 WKS-cuadre           pic X(01) value " ".
       77 WKS-fecha-cuadre     pic X(08) value spaces.
      *motivo por el que no se genera la poliza (en blanco = se
      *genera)
       77 WKS-motivo-rechazo   pic X(40) value spaces.
      *tabla de cuentas cargada de CTACONT, hasta 200 remitentes, y
      *la cuenta general del renglon "*" si lo hay
       77 WKS-total-cuentas    pic 9(03) value 0.
       77 WKS-idx-cuenta       pic 9(03) value 0.
       77 WKS-cuenta-general   pic X(16) value spaces.
       77 WKS-cuenta-hallada   pic X(01) value "N".
           88 WKS-cuenta-encontrada   value "S".
       01 WKS-TABLA-CUENTAS.
           05 WKS-cta-entrada occurs 200 times.
               10 WKS-cta-remitente    pic X(08).
               10 WKS-cta-cuenta       pic X(16).
      *reversos de lote de la fecha leidos de AUDITF, hasta 500, con
      *la llave de su original (el resultado con el signo del
      *original) y si ya se caso con su linea de LOTEOUT
       77 WKS-total-reversos   pic 9(03) value 0.
       77 WKS-idx-reverso      pic 9(03) value 0.
       77 WKS-reverso-hallado  pic X(01) value "N".
           88 WKS-reverso-encontrado  value "S".
       01 WKS-TABLA-REVERSOS.
           05 WKS-rev-entrada occurs 500 times.
               10 WKS-rev-operando-1   pic X(08).
               10 WKS-rev-operando-2   pic X(08).
               10 WKS-rev-operacion    pic X(01).
               10 WKS-rev-result       pic S9(7)V9(2).
               10 WKS-rev-nombre       pic X(60).
               10 WKS-rev-casado       pic X(01).
      *asiento en curso del corte por remitente y lote, con lo que
      *los reversos de la fecha le descuentan
       77 WKS-remitente-actual pic X(08).
       77 WKS-lote-actual      pic 9(07).
       77 WKS-lineas-asiento   pic 9(07).
       77 WKS-importe-asiento  pic S9(13)V9(2).
       77 WKS-lineas-reversadas pic 9(07).
       77 WKS-importe-reversado pic S9(13)V9(2).
      *totales de control de la poliza
       77 WKS-lineas-leidas    pic 9(07) value 0.
       77 WKS-asientos         pic 9(07) value 0.
       77 WKS-total-hash       pic 9(15) value 0.
       77 WKS-total-importe    pic S9(13)V9(2) value 0.
       77 WKS-sin-cuenta       pic 9(05) value 0.
      *reversos descontados de su lote y reversos de otras fechas que
      *van al asiento de contrapartida
       77 WKS-reversos-casados pic 9(07) value 0.
       77 WKS-importe-rev-casados pic S9(13)V9(2) value 0.
       77 WKS-reversos-sueltos pic 9(07) value 0.
       77 WKS-importe-rev-sueltos pic S9(13)V9(2) value 0.
      *se enciende cuando la poliza quedo escrita y registrada
       77 WKS-poliza-generada  pic X(01) value "N".
           88 WKS-con-poliza          value "S".
       77 WKS-edita-conteo     pic ZZZZZZ9.
       77 WKS-edita-importe    pic -ZZZZZZZZZZZZ9.99.
       77 WKS-edita-hash       pic ZZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
           perform 00001-capturar-fecha.
           open output ARCHIVO-INFORME.
           perform 00002-imprimir-encabezado.
           perform 00003-revisar-conciliacion.
           if WKS-motivo-rechazo = spaces
               perform 00005-revisar-registro
           end-if.
           if WKS-motivo-rechazo = spaces
               perform 00007-cargar-cuentas
           end-if.
           if WKS-motivo-rechazo = spaces
               perform 00009-armar-asientos
           end-if.
           if WKS-motivo-rechazo = spaces and WKS-asientos > 0
               perform 00018-escribir-poliza
               perform 00020-registrar-poliza
           end-if.
           perform 00021-imprimir-totales.
           close ARCHIVO-INFORME.
           perform 00022-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

      *Pide la fecha contable (la de la corrida conciliada). En una
      *corrida desatendida con parametros en la tarjeta, la fecha
      *llega del area compartida sin ningun ACCEPT.
       00001-capturar-fecha.
           if PAR-con-parametros
               move PAR-fecha-corrida to WKS-fecha-contable
           else
               display "Fecha contable a generar (AAAAMMDD): "
               accept WKS-fecha-contable
           end-if.
           accept WKS-fecha-hoy from date yyyymmdd.
           accept WKS-hora-hoy from time.

      *Titulo del informe.
       00002-imprimir-encabezado.
           move spaces to REG-INFORME.
           string "POLIZA CONTABLE DEL LOTE - fecha "
               delimited by size
               WKS-fecha-contable delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           write REG-INFORME.

      *Recoge del CONCREP el veredicto final de la conciliacion y su
      *fecha; solo una conciliacion EN CUADRE de la misma fecha deja
      *seguir.
       00003-revisar-conciliacion.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-CONCILIACION.
           if WKS-CONCILIACION-STATUS = "35"
               display "Archivo CONCREP no encontrado"
           else
               perform 00004-leer-conciliacion
                   until WKS-fin-de-archivo
               close ARCHIVO-CONCILIACION
           end-if.
           if WKS-CONCILIACION-STATUS = "35"
               move "NO HAY CONCILIACION (CONCREP ausente)"
                   to WKS-motivo-rechazo
           else
           if WKS-cuadre = "N"
               move "CONCILIACION FUERA DE CUADRE EN LA FECHA"
                   to WKS-motivo-rechazo
           else
           if WKS-cuadre = "O"
               string "CONCILIACION DE OTRA FECHA ("
                   delimited by size
                   WKS-fecha-cuadre delimited by size
                   ")" delimited by size
                   into WKS-motivo-rechazo
           else
           if WKS-cuadre not = "S"
               move "CONCREP SIN VEREDICTO DE CUADRE"
                   to WKS-motivo-rechazo
           end-if
           end-if
           end-if
           end-if.

      *Una linea del CONCREP: solo interesa la linea final de cuadre,
      *que trae la fecha conciliada al final.
       00004-leer-conciliacion.
           read ARCHIVO-CONCILIACION
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if REG-CONCILIACION(1:23) =
                      "CONCILIACION EN CUADRE "
                       move REG-CONCILIACION(32:8) to
                           WKS-fecha-cuadre
                       move "S" to WKS-cuadre
                   else
                   if REG-CONCILIACION(1:28) =
                      "CONCILIACION FUERA DE CUADRE"
                       move REG-CONCILIACION(38:8) to
                           WKS-fecha-cuadre
                       move "N" to WKS-cuadre
                   end-if
                   end-if
           end-read.
           if WKS-fin-de-archivo and WKS-cuadre not = " " and
              WKS-fecha-cuadre not = WKS-fecha-contable
               move "O" to WKS-cuadre
           end-if.

      *Revisa en el registro de polizas que la fecha no se haya
      *mandado ya a contabilidad. Abre (o crea, si aun no existe) el
      *registro para actualizacion, igual que OPERMNT con el maestro
      *de operadores.
       00005-revisar-registro.
           open i-o ARCHIVO-REGISTRO.
           if WKS-REGISTRO-STATUS = "35"
               open output ARCHIVO-REGISTRO
               close ARCHIVO-REGISTRO
               open i-o ARCHIVO-REGISTRO
           end-if.
           move WKS-fecha-contable to PRG-fecha-contable.
           read ARCHIVO-REGISTRO
               invalid key
                   continue
               not invalid key
                   perform 00006-informar-registrada
           end-read.
           close ARCHIVO-REGISTRO.

      *La fecha ya tiene poliza: se informa cuando y con que totales
      *se genero.
       00006-informar-registrada.
           string "FECHA YA ASENTADA EL " delimited by size
               PRG-fecha-generacion delimited by size
               " " delimited by size
               PRG-hora-generacion(1:6) delimited by size
               into WKS-motivo-rechazo.
           move PRG-registros to WKS-edita-conteo.
           move PRG-importe to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Poliza ya registrada: asientos " delimited by size
               WKS-edita-conteo delimited by size
               " importe " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Carga la tabla de cuentas de CTACONT; el renglon "*" da la
      *cuenta general para los remitentes sin renglon propio.
       00007-cargar-cuentas.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-CUENTAS.
           if WKS-CUENTAS-STATUS = "35"
               display "Archivo CTACONT no encontrado"
               move "SIN TABLA DE CUENTAS (CTACONT ausente)"
                   to WKS-motivo-rechazo
           else
               perform 00008-leer-cuenta until WKS-fin-de-archivo
               close ARCHIVO-CUENTAS
           end-if.

       00008-leer-cuenta.
           read ARCHIVO-CUENTAS
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if CTA-remitente = "*"
                       move CTA-cuenta to WKS-cuenta-general
                   else
                   if CTA-remitente not = spaces
                       if WKS-total-cuentas < 200
                           add 1 to WKS-total-cuentas
                           move CTA-remitente to
                               WKS-cta-remitente(WKS-total-cuentas)
                           move CTA-cuenta to
                               WKS-cta-cuenta(WKS-total-cuentas)
                       else
                           display "Tabla de cuentas llena, se "
                               "omite: " CTA-remitente
                       end-if
                   end-if
                   end-if
           end-read.

      *Ordena LOTEOUT por remitente y lote y arma un asiento por cada
      *corte en el archivo de trabajo, con los totales de control.
       00009-armar-asientos.
           move spaces to REG-INFORME.
           string "CUENTA           REMITENTE LOTE     LINEAS"
               delimited by size
               "           IMPORTE" delimited by size
               into REG-INFORME.
           write REG-INFORME.
           perform 00024-cargar-reversos.
           sort ARCHIVO-ORDEN
               on ascending key ORD-remitente ORD-lote
               input procedure is 00010-alimentar-orden
               output procedure is 00012-cortar-asientos.
           if WKS-sin-cuenta > 0
               move "HAY REMITENTES SIN CUENTA EN CTACONT"
                   to WKS-motivo-rechazo
           else
           if WKS-asientos = 0
               move spaces to REG-INFORME
               string "(LOTEOUT sin lineas, nada que asentar)"
                   delimited by size into REG-INFORME
               write REG-INFORME
           end-if
           end-if.

      *Alimenta el SORT con todas las lineas de LOTEOUT; si el archivo
      *no existe no hay nada que asentar.
       00010-alimentar-orden.
           move "N" to WKS-fin-archivo.
           open input LOTE-SALIDA.
           if WKS-LOTE-SALIDA-STATUS = "35"
               display "Archivo LOTEOUT no encontrado"
               move "S" to WKS-fin-archivo
           end-if.
           perform 00011-soltar-linea until WKS-fin-de-archivo.
           if WKS-LOTE-SALIDA-STATUS not = "35"
               close LOTE-SALIDA
           end-if.

       00011-soltar-linea.
           read LOTE-SALIDA
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   add 1 to WKS-lineas-leidas
                   move SAL-remitente to ORD-remitente
                   move SAL-lote to ORD-lote
                   move SAL-result to ORD-result
                   move "N" to ORD-reversada
                   if WKS-total-reversos > 0
                       perform 00026-casar-reverso
                   end-if
                   release REG-ORDEN
           end-read.

      *Recorre las lineas ya ordenadas y cierra un asiento cada vez
      *que cambia el remitente o el lote.
       00012-cortar-asientos.
           open output ARCHIVO-ASIENTOS.
           perform 00013-devolver-orden.
           perform 00014-tratar-asiento until WKS-fin-de-orden.
           perform 00028-contar-suelto
               varying WKS-idx-reverso from 1 by 1
               until WKS-idx-reverso > WKS-total-reversos.
           if WKS-reversos-sueltos > 0
               perform 00029-asiento-reversos
           end-if.
           close ARCHIVO-ASIENTOS.

       00013-devolver-orden.
           return ARCHIVO-ORDEN
               at end move "S" to WKS-fin-orden
           end-return.

      *Suma todas las lineas de un mismo remitente y lote y escribe
      *su asiento, neto de las lineas que un reverso anulo.
       00014-tratar-asiento.
           move ORD-remitente to WKS-remitente-actual.
           move ORD-lote to WKS-lote-actual.
           move 0 to WKS-lineas-asiento.
           move 0 to WKS-importe-asiento.
           move 0 to WKS-lineas-reversadas.
           move 0 to WKS-importe-reversado.
           perform 00015-sumar-linea
               until WKS-fin-de-orden
               or ORD-remitente not = WKS-remitente-actual
               or ORD-lote not = WKS-lote-actual.
           subtract WKS-importe-reversado from WKS-importe-asiento.
           perform 00016-escribir-asiento.

       00015-sumar-linea.
           add 1 to WKS-lineas-asiento.
           add ORD-result to WKS-importe-asiento.
           if ORD-es-reversada
               add 1 to WKS-lineas-reversadas
               add ORD-result to WKS-importe-reversado
           end-if.
           perform 00013-devolver-orden.

      *Busca la cuenta del remitente y escribe el asiento al archivo
      *de trabajo y su linea al informe; un remitente sin cuenta se
      *informa y detiene la poliza. Si reversos de la fecha anularon
      *lineas del lote, el asiento va neto y lo descontado sale en
      *una linea aparte del informe.
       00016-escribir-asiento.
           perform 00017-buscar-cuenta.
           move spaces to REG-POLIZA-DETALLE.
           move "D" to PDE-tipo.
           move WKS-fecha-contable to PDE-fecha-contable.
           move WKS-remitente-actual to PDE-remitente.
           move WKS-lote-actual to PDE-lote.
           move WKS-lineas-asiento to PDE-lineas.
           move WKS-importe-asiento to PDE-importe.
           if WKS-remitente-actual = "*REVERSO"
               move "REVERSOS DE LOTES DE OTRAS FECHAS" to
                   PDE-concepto
           else
           if WKS-lineas-reversadas > 0
               string "LOTE " delimited by size
                   WKS-remitente-actual delimited by space
                   " " delimited by size
                   WKS-lote-actual delimited by size
                   " NETO DE REVERSOS" delimited by size
                   into PDE-concepto
           else
               string "LOTE " delimited by size
                   WKS-remitente-actual delimited by space
                   " " delimited by size
                   WKS-lote-actual delimited by size
                   into PDE-concepto
           end-if
           end-if.
           if WKS-cuenta-encontrada
               move WKS-cta-cuenta(WKS-idx-cuenta) to PDE-cuenta
           else
           if WKS-cuenta-general not = spaces
               move WKS-cuenta-general to PDE-cuenta
               move "S" to WKS-cuenta-hallada
           else
               move "*SIN CUENTA*" to PDE-cuenta
               add 1 to WKS-sin-cuenta
           end-if
           end-if.
           if WKS-cuenta-encontrada
               add 1 to WKS-asientos
               add PDE-lote to WKS-total-hash
               add PDE-importe to WKS-total-importe
               write REG-ASIENTO from REG-POLIZA-DETALLE
           end-if.
           move spaces to REG-INFORME.
           move PDE-cuenta to REG-INFORME(1:16).
           move PDE-remitente to REG-INFORME(18:8).
           move PDE-lote to REG-INFORME(28:7).
           move PDE-lineas to WKS-edita-conteo.
           move WKS-edita-conteo to REG-INFORME(36:7).
           move PDE-importe to WKS-edita-importe.
           move WKS-edita-importe to REG-INFORME(44:18).
           write REG-INFORME.
           if WKS-lineas-reversadas > 0
               move spaces to REG-INFORME
               move "  MENOS REVERSOS" to REG-INFORME(1:16)
               move PDE-remitente to REG-INFORME(18:8)
               move PDE-lote to REG-INFORME(28:7)
               move WKS-lineas-reversadas to WKS-edita-conteo
               move WKS-edita-conteo to REG-INFORME(36:7)
               compute WKS-edita-importe = WKS-importe-reversado * -1
               move WKS-edita-importe to REG-INFORME(44:18)
               write REG-INFORME
               add WKS-lineas-reversadas to WKS-reversos-casados
               subtract WKS-importe-reversado from
                   WKS-importe-rev-casados
           end-if.

      *Busca el remitente en la tabla de cuentas.
       00017-buscar-cuenta.
           move "N" to WKS-cuenta-hallada.
           move 0 to WKS-idx-cuenta.
           perform 00023-comparar-cuenta
               until WKS-cuenta-encontrada
               or WKS-idx-cuenta = WKS-total-cuentas.

       00023-comparar-cuenta.
           add 1 to WKS-idx-cuenta.
           if WKS-cta-remitente(WKS-idx-cuenta) = WKS-remitente-actual
               move "S" to WKS-cuenta-hallada
           end-if.

      *Carga de AUDITF los reversos de lote de la fecha contable (los
      *mismos que cuenta CONCILIA). Sin bitacora no hay reversos que
      *descontar. Si la tabla se llena, el reverso va directo a la
      *contrapartida: el neto del dia cuadra igual, solo que sin
      *descontarse de su lote.
       00024-cargar-reversos.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-AUDITORIA.
           if WKS-AUDITORIA-STATUS = "35"
               display "Archivo AUDITF no encontrado, sin reversos"
           else
               perform 00025-leer-reverso until WKS-fin-de-archivo
               close ARCHIVO-AUDITORIA
           end-if.

       00025-leer-reverso.
           read ARCHIVO-AUDITORIA
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if AUD-fecha = WKS-fecha-contable and
                      AUD-origen = "L" and AUD-es-reverso
                       if WKS-total-reversos < 500
                           add 1 to WKS-total-reversos
                           move REG-AUDITORIA(1:8) to
                               WKS-rev-operando-1(WKS-total-reversos)
                           move REG-AUDITORIA(10:8) to
                               WKS-rev-operando-2(WKS-total-reversos)
                           move AUD-operacion to
                               WKS-rev-operacion(WKS-total-reversos)
                           compute WKS-rev-result(WKS-total-reversos)
                               = AUD-result * -1
                           move AUD-nombre to
                               WKS-rev-nombre(WKS-total-reversos)
                           move "N" to
                               WKS-rev-casado(WKS-total-reversos)
                       else
                           add 1 to WKS-reversos-sueltos
                           add AUD-result to WKS-importe-rev-sueltos
                       end-if
                   end-if
           end-read.

      *Busca entre los reversos aun sin casar el de la linea de
      *LOTEOUT en curso; un reverso anula una sola linea.
       00026-casar-reverso.
           move "N" to WKS-reverso-hallado.
           move 0 to WKS-idx-reverso.
           perform 00027-comparar-reverso
               until WKS-reverso-encontrado
               or WKS-idx-reverso = WKS-total-reversos.
           if WKS-reverso-encontrado
               move "S" to ORD-reversada
               move "S" to WKS-rev-casado(WKS-idx-reverso)
           end-if.

       00027-comparar-reverso.
           add 1 to WKS-idx-reverso.
           if WKS-rev-casado(WKS-idx-reverso) = "N" and
              WKS-rev-operando-1(WKS-idx-reverso) =
                  REG-LOTE-SALIDA(1:8) and
              WKS-rev-operando-2(WKS-idx-reverso) =
                  REG-LOTE-SALIDA(10:8) and
              WKS-rev-operacion(WKS-idx-reverso) = SAL-operacion and
              WKS-rev-result(WKS-idx-reverso) = SAL-result and
              WKS-rev-nombre(WKS-idx-reverso) = SAL-nombre
               move "S" to WKS-reverso-hallado
           end-if.

      *Un reverso que no caso con ninguna linea del LOTEOUT del dia
      *anula un calculo asentado en otra fecha.
       00028-contar-suelto.
           if WKS-rev-casado(WKS-idx-reverso) = "N"
               add 1 to WKS-reversos-sueltos
               subtract WKS-rev-result(WKS-idx-reverso) from
                   WKS-importe-rev-sueltos
           end-if.

      *Asiento de contrapartida de los reversos de otras fechas, con
      *remitente *REVERSO y lote cero; lleva el numero de reversos en
      *lugar de lineas.
       00029-asiento-reversos.
           move "*REVERSO" to WKS-remitente-actual.
           move 0 to WKS-lote-actual.
           move WKS-reversos-sueltos to WKS-lineas-asiento.
           move WKS-importe-rev-sueltos to WKS-importe-asiento.
           move 0 to WKS-lineas-reversadas.
           move 0 to WKS-importe-reversado.
           perform 00016-escribir-asiento.

      *Escribe la poliza: la cabecera con los totales de control, los
      *asientos del archivo de trabajo y el pie con los mismos
      *totales.
       00018-escribir-poliza.
           open output ARCHIVO-POLIZA.
           move spaces to REG-POLIZA-CABECERA.
           move "H" to PCA-tipo.
           move WKS-fecha-contable to PCA-fecha-contable.
           move WKS-fecha-hoy to PCA-fecha-generacion.
           move WKS-hora-hoy to PCA-hora-generacion.
           move WKS-asientos to PCA-registros.
           move WKS-total-hash to PCA-hash.
           move WKS-total-importe to PCA-importe.
           write REG-POLIZA-CABECERA.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-ASIENTOS.
           perform 00019-copiar-asiento until WKS-fin-de-archivo.
           close ARCHIVO-ASIENTOS.
           move spaces to REG-POLIZA-CABECERA.
           move "T" to PCA-tipo.
           move WKS-fecha-contable to PCA-fecha-contable.
           move WKS-fecha-hoy to PCA-fecha-generacion.
           move WKS-hora-hoy to PCA-hora-generacion.
           move WKS-asientos to PCA-registros.
           move WKS-total-hash to PCA-hash.
           move WKS-total-importe to PCA-importe.
           write REG-POLIZA-CABECERA.
           close ARCHIVO-POLIZA.

       00019-copiar-asiento.
           read ARCHIVO-ASIENTOS
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   write REG-POLIZA-DETALLE from REG-ASIENTO
           end-read.

      *Asienta la poliza en el registro para que la fecha no se
      *vuelva a generar.
       00020-registrar-poliza.
           open i-o ARCHIVO-REGISTRO.
           move spaces to REG-POLIZA-REGISTRO.
           move WKS-fecha-contable to PRG-fecha-contable.
           move WKS-fecha-hoy to PRG-fecha-generacion.
           move WKS-hora-hoy to PRG-hora-generacion.
           move WKS-asientos to PRG-registros.
           move WKS-total-hash to PRG-hash.
           move WKS-total-importe to PRG-importe.
           move WKS-lineas-leidas to PRG-lineas.
           write REG-POLIZA-REGISTRO
               invalid key
                   display "Fecha ya registrada en POLIZREG: "
                       WKS-fecha-contable
               not invalid key
                   move "S" to WKS-poliza-generada
           end-write.
           close ARCHIVO-REGISTRO.

      *Totales de control y la linea final con el resultado del paso.
       00021-imprimir-totales.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move WKS-lineas-leidas to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Lineas LOTEOUT..............: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-asientos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Asientos....................: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-total-hash to WKS-edita-hash.
           move spaces to REG-INFORME.
           string "Total hash (numeros de lote): " delimited by size
               WKS-edita-hash delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-total-importe to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe total...............: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-reversos-casados to WKS-edita-conteo.
           move WKS-importe-rev-casados to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Reversos netos en su lote...: " delimited by size
               WKS-edita-conteo delimited by size
               " importe " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-reversos-sueltos to WKS-edita-conteo.
           move WKS-importe-rev-sueltos to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Reversos de otras fechas....: " delimited by size
               WKS-edita-conteo delimited by size
               " importe " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-sin-cuenta to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Asientos sin cuenta.........: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           if WKS-con-poliza
               string "POLIZA GENERADA EN POLIZAGL - fecha "
                   delimited by size
                   WKS-fecha-contable delimited by size
                   into REG-INFORME
           else
           if WKS-motivo-rechazo not = spaces
               string "POLIZA NO GENERADA: " delimited by size
                   WKS-motivo-rechazo delimited by size
                   into REG-INFORME
           else
               string "POLIZA NO GENERADA: NADA QUE ASENTAR"
                   delimited by size into REG-INFORME
           end-if
           end-if.
           write REG-INFORME.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES): una poliza detenida es error,
      *un dia sin lineas que asentar es advertencia.
       00022-resumen-final.
           move "POLIZA" to STD-PROGRAMA.
           move WKS-lineas-leidas to STD-REGISTROS-LEIDOS.
           move WKS-asientos to STD-REGISTROS-ESCRITOS.
           if WKS-con-poliza
               move 00 to STD-CODIGO
               move "Poliza contable generada" to STD-MENSAJE
           else
           if WKS-motivo-rechazo not = spaces
               move 0 to STD-REGISTROS-ESCRITOS
               move 08 to STD-CODIGO
               move WKS-motivo-rechazo to STD-MENSAJE
           else
               move 04 to STD-CODIGO
               move "Sin lineas de lote que asentar" to STD-MENSAJE
           end-if
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM POLIZA.
