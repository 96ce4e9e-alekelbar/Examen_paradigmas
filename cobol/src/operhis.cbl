      *Informe de cambios al maestro de operadores para un rango de
      *fechas, a partir de la historia (OPERHIST) que escribe OPERMNT.
      *Produce en OPERHREP una linea por cambio aplicado (fecha/hora,
      *operador, tipo de cambio, folio, quien lo pidio y quien lo
      *aprobo) con la imagen del operador antes y despues, y al final
      *los conteos por tipo de cambio, para que auditoria revise quien
      *otorgo que y con el visto bueno de quien.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERHIS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Historia de cambios que agrega OPERMNT; aqui solo se lee.
           SELECT ARCHIVO-HISTORIA ASSIGN TO "OPERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-HISTORIA-STATUS.
      *Informe imprimible de los cambios del rango.
           SELECT ARCHIVO-INFORME ASSIGN TO "OPERHREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIA.
      *trazado compartido con OPERMNT, que es quien lo escribe
       COPY "OPEHIST.cpy".

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
      *parametros de paso de la corrida desatendida; con la bandera
      *encendida el rango llega de la tarjeta de control en vez de
      *pedirse con ACCEPT
       COPY "STDPARMS.cpy".
       77 WKS-HISTORIA-STATUS  pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
       77 WKS-fin-historia     pic X(01) value "N".
           88 WKS-fin-de-historia     value "S".
      *rango de fechas pedido
       77 WKS-fecha-desde      pic 9(8).
       77 WKS-fecha-hasta      pic 9(8).
      *contadores de la pasada: leidos, dentro del rango y por tipo
      *de cambio; los aprobados por doble control y los del arranque
      *se cuentan aparte
       77 WKS-leidos           pic 9(07) value 0.
       77 WKS-en-rango         pic 9(07) value 0.
       77 WKS-altas            pic 9(07) value 0.
       77 WKS-bajas            pic 9(07) value 0.
       77 WKS-reactivaciones   pic 9(07) value 0.
       77 WKS-desbloqueos      pic 9(07) value 0.
       77 WKS-nips             pic 9(07) value 0.
       77 WKS-autorizaciones   pic 9(07) value 0.
       77 WKS-doble-control    pic 9(07) value 0.
       77 WKS-arranque         pic 9(07) value 0.
       77 WKS-firmas-arranque  pic 9(07) value 0.
      *campos de edicion para las lineas del informe
       77 WKS-edita-conteo     pic ZZZZZZ9.

       PROCEDURE DIVISION.
           perform 00001-capturar-parametros.
           perform 00002-abrir-archivos.
           if not WKS-fin-de-historia
               perform 00003-imprimir-encabezado
               perform 00004-leer-historia
               perform 00005-procesar-cambio
                   until WKS-fin-de-historia
               perform 00008-imprimir-totales
               close ARCHIVO-HISTORIA
               close ARCHIVO-INFORME
           end-if.
           perform 00010-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

      *Pide el rango de fechas de los cambios. En una corrida
      *desatendida con parametros en la tarjeta, el rango llega del
      *area compartida sin ningun ACCEPT.
       00001-capturar-parametros.
           if PAR-con-parametros
               move PAR-fecha-desde to WKS-fecha-desde
               move PAR-fecha-hasta to WKS-fecha-hasta
           else
               display "Fecha desde (AAAAMMDD): "
               accept WKS-fecha-desde
               display "Fecha hasta (AAAAMMDD): "
               accept WKS-fecha-hasta
           end-if.

      *Abre la historia para lectura y el informe para salida; si la
      *historia aun no existe (status "35") se avisa y no se produce
      *informe, en vez de abortar la corrida.
       00002-abrir-archivos.
           open input ARCHIVO-HISTORIA.
           if WKS-HISTORIA-STATUS = "35"
               display "Archivo OPERHIST no encontrado, nada que "
                   "listar"
               move "S" to WKS-fin-historia
           else
               open output ARCHIVO-INFORME.

      *Encabezado del informe con el rango y titulos del detalle.
       00003-imprimir-encabezado.
           move spaces to REG-INFORME.
           string "CAMBIOS AL MAESTRO DE OPERADORES - OPERHIS"
               delimited by size into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "DEL " delimited by size
               WKS-fecha-desde delimited by size
               " AL " delimited by size
               WKS-fecha-hasta delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "FECHA    HORA     ID       CAMBIO       FOLIO   "
               delimited by size
               "PIDIO    AUTORIZO" delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "         ACT INT LOT MAT SUP BLO NIP NOMBRE"
               delimited by size into REG-INFORME.
           write REG-INFORME.

      *Lee el siguiente cambio de la historia.
       00004-leer-historia.
           read ARCHIVO-HISTORIA
               at end move "S" to WKS-fin-historia
               not at end add 1 to WKS-leidos
           end-read.

      *Un cambio dentro del rango va al detalle y a los conteos; los
      *de fuera del rango solo se cuentan como leidos.
       00005-procesar-cambio.
           if HIS-fecha >= WKS-fecha-desde and
              HIS-fecha <= WKS-fecha-hasta
               add 1 to WKS-en-rango
               perform 00006-imprimir-cambio
               perform 00007-contar-cambio
           end-if.
           perform 00004-leer-historia.

      *Linea del cambio y, debajo, la imagen antes (salvo en un alta,
      *que no tiene) y despues del operador.
       00006-imprimir-cambio.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string HIS-fecha delimited by size
               " " delimited by size
               HIS-hora delimited by size
               " " delimited by size
               HIS-id delimited by size
               " " delimited by size
               HIS-cambio delimited by size
               " " delimited by size
               HIS-folio delimited by size
               " " delimited by size
               HIS-solicita delimited by size
               " " delimited by size
               HIS-autoriza delimited by size
               into REG-INFORME.
           write REG-INFORME.
           if HIS-antes not = spaces
               move spaces to REG-INFORME
               string "ANTES    " delimited by size
                   HIS-ant-activo delimited by size
                   "   " delimited by size
                   HIS-ant-interactiva delimited by size
                   "   " delimited by size
                   HIS-ant-lote delimited by size
                   "   " delimited by size
                   HIS-ant-matrices delimited by size
                   "   " delimited by size
                   HIS-ant-supervisor delimited by size
                   "   " delimited by size
                   HIS-ant-bloqueado delimited by size
                   "   " delimited by size
                   HIS-ant-con-nip delimited by size
                   "   " delimited by size
                   HIS-ant-nombre delimited by size
                   into REG-INFORME
               write REG-INFORME
           end-if.
           move spaces to REG-INFORME.
           string "DESPUES  " delimited by size
               HIS-des-activo delimited by size
               "   " delimited by size
               HIS-des-interactiva delimited by size
               "   " delimited by size
               HIS-des-lote delimited by size
               "   " delimited by size
               HIS-des-matrices delimited by size
               "   " delimited by size
               HIS-des-supervisor delimited by size
               "   " delimited by size
               HIS-des-bloqueado delimited by size
               "   " delimited by size
               HIS-des-con-nip delimited by size
               "   " delimited by size
               HIS-des-nombre delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Cuenta el cambio por su tipo y por como se autorizo.
       00007-contar-cambio.
           if HIS-cambio = "ALTA"
               add 1 to WKS-altas
           else
           if HIS-cambio = "BAJA"
               add 1 to WKS-bajas
           else
           if HIS-cambio = "REACTIVACION"
               add 1 to WKS-reactivaciones
           else
           if HIS-cambio = "DESBLOQUEO"
               add 1 to WKS-desbloqueos
           else
           if HIS-cambio = "NIP"
               add 1 to WKS-nips
           else
           if HIS-cambio = "FIRMA"
               add 1 to WKS-firmas-arranque
           else
               add 1 to WKS-autorizaciones.
           if HIS-folio not = 0
               add 1 to WKS-doble-control
           end-if.
           if HIS-autoriza = "ARRANQUE" and HIS-cambio not = "FIRMA"
               add 1 to WKS-arranque
           end-if.

      *Conteos de la pasada por tipo de cambio.
       00008-imprimir-totales.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move WKS-leidos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Cambios leidos de la historia.: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-en-rango to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Cambios en el rango...........: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-altas to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Altas.........................: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-bajas to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Bajas.........................: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-reactivaciones to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reactivaciones................: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-desbloqueos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Desbloqueos...................: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-nips to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reasignaciones de NIP.........: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-autorizaciones to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Cambios de autorizacion.......: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-doble-control to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Aprobados por doble control...: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-arranque to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Aplicados en el arranque......: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-firmas-arranque to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Firmas sin supervisor.........: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00010-resumen-final.
           move "OPERHIS" to STD-PROGRAMA.
           move WKS-leidos to STD-REGISTROS-LEIDOS.
           move WKS-en-rango to STD-REGISTROS-ESCRITOS.
           if WKS-HISTORIA-STATUS = "35"
               move 04 to STD-CODIGO
               move "Archivo OPERHIST no encontrado" to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Informe generado sin errores" to STD-MENSAJE
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM OPERHIS.
