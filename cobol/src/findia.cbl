      *ATENCION arriba, los pasos ejecutados con el peor codigo, los
      *conteos del lote (leidos / escritos / rechazados), la linea de
      *EN CUADRE o FUERA DE CUADRE y los conteos de operaciones de la
      *bitacora del dia, con los importes bruto, reversado y neto.
      *Los rechazos del lote que impuso el maestro de remitentes
      *(remitente no registrado o inactivo, operacion no permitida,
      *tope excedido) se desglosan aparte. Al final va la seccion de
      *excepciones de importes grandes que siguen abiertas en la cola
      *de revision (EXCEPREG); una excepcion sin revisar tambien deja
      *el dia en ATENCION. Esa pagina es la que se archiva cada
      *manana.
      *Los pasos y el peor codigo se derivan de las lineas por paso
      *del RESUMEN (no de sus lineas de cierre), para que este
      *programa pueda correr como ultima tarjeta del propio mazo,
           SELECT ARCHIVO-AUDITORIA ASSIGN TO "AUDITF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDITORIA-STATUS.
      *Cola de excepciones de importes grandes que llena EXAM y
      *revisa EXCREV; aqui solo se lee.
           SELECT ARCHIVO-EXCEPCIONES ASSIGN TO "EXCEPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-secuencia
               FILE STATUS IS WKS-EXCEPREG-STATUS.
      *La pagina consolidada del dia, lista para archivar.
           SELECT ARCHIVO-INFORME ASSIGN TO "DIAREP"
               ORGANIZATION IS LINE SEQUENTIAL
      *trazado compartido con EXAM, que es quien escribe la bitacora
       COPY "AUDITREC.cpy".

       FD  ARCHIVO-EXCEPCIONES.
      *trazado compartido con EXAM y EXCREV
       COPY "EXCEPREC.cpy".

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).

       77 WKS-LOTE-RECHAZOS-STATUS pic X(02) value "00".
       77 WKS-AUDITORIA-STATUS pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
       77 WKS-EXCEPREG-STATUS  pic X(02) value "00".
      *fecha del dia que se consolida
       77 WKS-fecha-corrida    pic 9(8).
       77 WKS-fin-archivo      pic X(01) value "N".
       77 WKS-lote-escritos    pic 9(07) value 0.
       77 WKS-lote-rechazados  pic 9(07) value 0.
       77 WKS-lote-leidos      pic 9(07) value 0.
      *rechazos de LOTERECH por los motivos del maestro de
      *remitentes (posiciones 21-40 de la linea de rechazo)
       77 WKS-motivo-rechazo   pic X(20).
       77 WKS-rech-no-registrado pic 9(07) value 0.
       77 WKS-rech-inactivo    pic 9(07) value 0.
       77 WKS-rech-operacion   pic 9(07) value 0.
       77 WKS-rech-tope-triada pic 9(07) value 0.
       77 WKS-rech-tope-lote   pic 9(07) value 0.
      *conteos de la bitacora del dia, por codigo de operacion
       77 WKS-aud-sumas        pic 9(07) value 0.
       77 WKS-aud-restas       pic 9(07) value 0.
       77 WKS-aud-multi        pic 9(07) value 0.
       77 WKS-aud-divi         pic 9(07) value 0.
       77 WKS-aud-total        pic 9(07) value 0.
      *reversos del dia e importes bruto (operaciones normales),
      *reversado (lo que anulan los reversos) y neto
       77 WKS-aud-reversos     pic 9(07) value 0.
       77 WKS-aud-bruto        pic S9(11)V9(2) value 0.
       77 WKS-aud-reversado    pic S9(11)V9(2) value 0.
       77 WKS-aud-neto         pic S9(11)V9(2) value 0.
      *cola de excepciones de importes grandes: encoladas en el dia,
      *abiertas (pendientes y cuestionadas, de cualquier fecha) y la
      *fecha de la abierta mas antigua
       77 WKS-hay-excepciones  pic X(01) value "N".
           88 WKS-con-excepciones     value "S".
       77 WKS-exc-del-dia      pic 9(07) value 0.
       77 WKS-exc-pendientes   pic 9(07) value 0.
       77 WKS-exc-cuestionadas pic 9(07) value 0.
       77 WKS-exc-abiertas     pic 9(07) value 0.
       77 WKS-exc-mas-antigua  pic 9(08) value 0.
      *veredicto consolidado de la pagina
       77 WKS-veredicto        pic X(01) value "S".
           88 WKS-dia-en-orden        value "S".
      *campos de edicion para las lineas del informe
       77 WKS-edita-conteo     pic ZZZZZZ9.
       77 WKS-edita-codigo     pic 99.
       77 WKS-edita-importe    pic -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           perform 00001-capturar-fecha.
           perform 00004-leer-conciliacion.
           perform 00006-contar-lote.
           perform 00008-contar-auditoria.
           perform 00015-contar-excepciones.
           perform 00010-evaluar-veredicto.
           perform 00011-imprimir-pagina.
           perform 00012-resumen-final.
               not at end add 1 to WKS-lote-escritos
           end-read.

      *Cuenta un rechazo y lo desglosa si su motivo es uno de los que
      *impone el maestro de remitentes.
       00013-contar-rechazo.
           read LOTE-RECHAZOS
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   add 1 to WKS-lote-rechazados
                   move REG-LOTE-RECHAZO(21:20) to WKS-motivo-rechazo
                   if WKS-motivo-rechazo = "REMITENTE-NO-REGIST"
                       add 1 to WKS-rech-no-registrado
                   else
                   if WKS-motivo-rechazo = "REMITENTE-INACTIVO"
                       add 1 to WKS-rech-inactivo
                   else
                   if WKS-motivo-rechazo = "OPERACION-NO-PERMIT"
                       add 1 to WKS-rech-operacion
                   else
                   if WKS-motivo-rechazo = "EXCEDE-LIMITE-TRIADA"
                       add 1 to WKS-rech-tope-triada
                   else
                   if WKS-motivo-rechazo = "EXCEDE-LIMITE-LOTE"
                       add 1 to WKS-rech-tope-lote
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
           end-read.

      *Cuenta las operaciones del dia en la bitacora de auditoria,
      *por codigo de operacion; los reversos del dia se cuentan
      *aparte y restan su importe del neto.
       00008-contar-auditoria.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-AUDITORIA.
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if AUD-fecha = WKS-fecha-corrida and
                      AUD-es-reverso
                       add 1 to WKS-aud-reversos
                       subtract AUD-result from WKS-aud-reversado
                   else
                   if AUD-fecha = WKS-fecha-corrida
                       add 1 to WKS-aud-total
                       add AUD-result to WKS-aud-bruto
                       if AUD-operacion = "s"
                           add 1 to WKS-aud-sumas
                       else
                       end-if
                       end-if
                   end-if
                   end-if
           end-read.

      *El veredicto consolidado: el dia queda en ATENCION si algun
      *paso dejo codigo de error o advertencia, si hubo rechazos de
      *lote, si la conciliacion quedo fuera de cuadre, si falta
      *alguna de las fuentes de la revision o si quedan excepciones
      *de importes grandes sin aceptar.
       00010-evaluar-veredicto.
           if WKS-peor-codigo > 0
               move "N" to WKS-veredicto
           if not WKS-con-resumen or not WKS-con-concrep
               move "N" to WKS-veredicto
           end-if.
           if WKS-exc-abiertas > 0
               move "N" to WKS-veredicto
           end-if.

      *Arma la pagina consolidada, con el veredicto hasta arriba.
       00011-imprimir-pagina.
               WKS-edita-conteo delimited by size
               into REG-INFORME(40:).
           write REG-INFORME.
           perform 00014-imprimir-remitentes.
           move spaces to REG-INFORME.
           if not WKS-con-concrep
               string "CONCILIACION: SIN INFORME (CONCREP ausente)"
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-aud-reversos to WKS-edita-conteo.
           string "  Reversos.............: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-aud-bruto to WKS-edita-importe.
           string "  Importe bruto........: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-aud-reversado to WKS-edita-importe.
           string "  Importe reversado....: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           subtract WKS-aud-reversado from WKS-aud-bruto
               giving WKS-aud-neto.
           move spaces to REG-INFORME.
           move WKS-aud-neto to WKS-edita-importe.
           string "  Importe neto.........: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           perform 00017-imprimir-excepciones.
           close ARCHIVO-INFORME.

      *Desglose de los rechazos del lote impuestos por el maestro de
      *remitentes: lotes completos de remitentes no registrados o
      *inactivos, y triadas con operacion no permitida o que
      *excedieron los topes del remitente.
       00014-imprimir-remitentes.
           move spaces to REG-INFORME.
           string "RECHAZOS POR MAESTRO DE REMITENTES:"
               delimited by size into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-rech-no-registrado to WKS-edita-conteo.
           string "  Lotes de remitente no registrado: "
               delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-rech-inactivo to WKS-edita-conteo.
           string "  Lotes de remitente inactivo.....: "
               delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-rech-operacion to WKS-edita-conteo.
           string "  Triadas con operacion no permit.: "
               delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-rech-tope-triada to WKS-edita-conteo.
           string "  Triadas sobre el tope por triada: "
               delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-rech-tope-lote to WKS-edita-conteo.
           string "  Triadas sobre el tope por lote..: "
               delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Cuenta la cola de excepciones: las encoladas en el dia de la
      *corrida y todas las que siguen abiertas. Sin cola (nunca se ha
      *rebasado un umbral) no hay nada abierto.
       00015-contar-excepciones.
           move "N" to WKS-fin-archivo.
           open input ARCHIVO-EXCEPCIONES.
           if WKS-EXCEPREG-STATUS = "35"
               display "Archivo EXCEPREG no encontrado"
           else
               move "S" to WKS-hay-excepciones
               move low-values to EXC-secuencia
               start ARCHIVO-EXCEPCIONES key not < EXC-secuencia
                   invalid key move "S" to WKS-fin-archivo
               end-start
               perform 00016-contar-excepcion until WKS-fin-de-archivo
               close ARCHIVO-EXCEPCIONES
           end-if.

       00016-contar-excepcion.
           read ARCHIVO-EXCEPCIONES next record
               at end
                   move "S" to WKS-fin-archivo
               not at end
                   if EXC-fecha = WKS-fecha-corrida
                       add 1 to WKS-exc-del-dia
                   end-if
                   if EXC-abierta
                       add 1 to WKS-exc-abiertas
                       if EXC-pendiente
                           add 1 to WKS-exc-pendientes
                       else
                           add 1 to WKS-exc-cuestionadas
                       end-if
                       if WKS-exc-mas-antigua = 0 or
                          EXC-fecha < WKS-exc-mas-antigua
                           move EXC-fecha to WKS-exc-mas-antigua
                       end-if
                   end-if
           end-read.
           if WKS-EXCEPREG-STATUS not = "00"
               move "S" to WKS-fin-archivo
           end-if.

      *Seccion de excepciones de importes grandes pendientes de
      *revision en EXCREV.
       00017-imprimir-excepciones.
           move spaces to REG-INFORME.
           if not WKS-con-excepciones
               string "EXCEPCIONES DE IMPORTES GRANDES: sin cola "
                   delimited by size
                   "(EXCEPREG ausente)" delimited by size
                   into REG-INFORME
               write REG-INFORME
           else
               string "EXCEPCIONES DE IMPORTES GRANDES:"
                   delimited by size into REG-INFORME
               write REG-INFORME
               move spaces to REG-INFORME
               move WKS-exc-del-dia to WKS-edita-conteo
               string "  Encoladas en el dia.....: " delimited by size
                   WKS-edita-conteo delimited by size
                   into REG-INFORME
               write REG-INFORME
               move spaces to REG-INFORME
               move WKS-exc-pendientes to WKS-edita-conteo
               string "  Pendientes de revision..: " delimited by size
                   WKS-edita-conteo delimited by size
                   into REG-INFORME
               write REG-INFORME
               move spaces to REG-INFORME
               move WKS-exc-cuestionadas to WKS-edita-conteo
               string "  Cuestionadas............: " delimited by size
                   WKS-edita-conteo delimited by size
                   into REG-INFORME
               write REG-INFORME
               move spaces to REG-INFORME
               move WKS-exc-abiertas to WKS-edita-conteo
               string "  Abiertas en total.......: " delimited by size
                   WKS-edita-conteo delimited by size
                   into REG-INFORME
               write REG-INFORME
               if WKS-exc-abiertas > 0
                   move spaces to REG-INFORME
                   string "  Abierta mas antigua del.: "
                       delimited by size
                       WKS-exc-mas-antigua delimited by size
                       into REG-INFORME
                   write REG-INFORME
               end-if
           end-if.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES).
       00012-resumen-final.
           move "FINDIA" to STD-PROGRAMA.
           add WKS-aud-total to WKS-aud-reversos
               giving STD-REGISTROS-LEIDOS.
           move WKS-lote-escritos to STD-REGISTROS-ESCRITOS.
           if WKS-dia-en-orden
               move 00 to STD-CODIGO
