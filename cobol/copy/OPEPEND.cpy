      *Registro de cambios pendientes al maestro de operadores
      *(OPERPEND), que mantiene OPERMNT. Los otorgamientos de
      *autorizacion, las reactivaciones y los desbloqueos no se
      *aplican al capturarse: quedan aqui hasta que un segundo
      *supervisor, distinto de quien los pidio, los aprueba o los
      *rechaza. La clave es un folio ascendente.
       01 REG-CAMBIO-PEND.
           05 PEN-folio            pic 9(07).
      *operador del maestro al que se le aplica el cambio
           05 PEN-id               pic X(08).
      *tipo de cambio: "A" autorizaciones, "R" reactivacion, "D"
      *desbloqueo
           05 PEN-tipo             pic X(01).
               88 PEN-autorizaciones    value "A".
               88 PEN-reactivacion      value "R".
               88 PEN-desbloqueo        value "D".
      *estado: "P" pendiente, "A" aprobado (ya aplicado), "R"
      *rechazado
           05 PEN-estado           pic X(01).
               88 PEN-pendiente         value "P".
               88 PEN-aprobado          value "A".
               88 PEN-rechazado         value "R".
      *autorizaciones pedidas (solo en un cambio de tipo "A")
           05 PEN-aut-interactiva  pic X(01).
           05 PEN-aut-lote         pic X(01).
           05 PEN-aut-matrices     pic X(01).
           05 PEN-aut-supervisor   pic X(01).
      *quien pidio el cambio y cuando
           05 PEN-solicita         pic X(08).
           05 PEN-fecha-solicitud  pic 9(08).
           05 PEN-hora-solicitud   pic 9(08).
      *supervisor que lo aprobo o rechazo, cuando y por que
           05 PEN-resuelve         pic X(08).
           05 PEN-fecha-resolucion pic 9(08).
           05 PEN-hora-resolucion  pic 9(08).
           05 PEN-comentario       pic X(40).
