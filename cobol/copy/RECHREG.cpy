      *Registro permanente de rechazos del proceso por lote (RECHREG),
      *que carga y mantiene RECHMNT a partir de cada LOTERECH. La
      *clave es el remitente y el numero de lote de la cabecera mas
      *el renglon del rechazo dentro de ese lote, de modo que los
      *rechazos quedan agrupados por remitente y lote.
       01 REG-RECHAZO-PEND.
           05 RRG-clave.
               10 RRG-remitente    pic X(08).
               10 RRG-lote         pic 9(07).
               10 RRG-renglon      pic 9(05).
      *la linea rechazada tal como llego (o "LOTE COMPLETO" si se
      *rechazo el lote entero) y el motivo del rechazo
           05 RRG-registro         pic X(19).
           05 RRG-motivo           pic X(20).
      *fecha en que el rechazo se cargo al registro; de ella se mide
      *la antiguedad de los rechazos abiertos
           05 RRG-fecha-carga      pic 9(08).
      *disposicion del rechazo: "A" abierto (sin resolver), "C"
      *corregido (pendiente de o ya incluido en un reenvio) o "X"
      *cancelado (no se reenvia)
           05 RRG-disposicion      pic X(01).
               88 RRG-abierto           value "A".
               88 RRG-corregido         value "C".
               88 RRG-cancelado         value "X".
      *la triada corregida, con el mismo trazado de LOTEIN
           05 RRG-registro-corregido pic X(19).
      *motivo de la cancelacion o aclaracion de la correccion
           05 RRG-nota             pic X(40).
      *operador que dio la disposicion y cuando
           05 RRG-operador         pic X(08).
           05 RRG-fecha-disposicion pic 9(08).
      *numero del lote de reenvio que llevo la correccion (cero
      *mientras no se haya generado)
           05 RRG-lote-reenvio     pic 9(07).
