      *Registro permanente de control de lotes (LOTEREG), compartido
      *por EXAM (que lo asienta al procesar cada LOTEIN) y por el
      *programa de consulta y liberacion LOTEMNT. La clave es el
      *remitente mas el numero de lote de la cabecera, de modo que un
      *mismo lote mandado dos veces cae sobre el mismo registro y se
      *reconoce como duplicado.
       01 REG-CONTROL-LOTE.
           05 LRG-clave.
               10 LRG-remitente    pic X(08).
               10 LRG-numero       pic 9(07).
      *fecha del lote segun su cabecera
           05 LRG-fecha-lote       pic 9(08).
      *estado del lote: "A" aceptado (procesado hasta el pie),
      *"R" rechazado completo, "P" en proceso (la corrida se cayo y
      *puede reanudarse), "L" liberado por un supervisor para que el
      *siguiente envio se procese otra vez
           05 LRG-estado           pic X(01).
               88 LRG-aceptado          value "A".
               88 LRG-rechazado         value "R".
               88 LRG-en-proceso        value "P".
               88 LRG-liberado          value "L".
      *motivo del ultimo rechazo del lote completo (en blanco si se
      *acepto)
           05 LRG-motivo           pic X(20).
      *conteos del ultimo proceso: declarados en el pie, leidos,
      *escritos a LOTEOUT y rechazados a LOTERECH
           05 LRG-declarados       pic 9(07).
           05 LRG-leidos           pic 9(07).
           05 LRG-escritos         pic 9(07).
           05 LRG-rechazados       pic 9(07).
      *suma de los resultados que el lote dejo en LOTEOUT
           05 LRG-total            pic S9(11)V9(2) sign is leading
                                   separate.
      *fecha/hora y operador del ultimo proceso del lote
           05 LRG-fecha-proceso    pic 9(08).
           05 LRG-hora-proceso     pic 9(08).
           05 LRG-operador         pic X(08).
      *veces que el lote se ha recibido y cuantas de ellas se
      *rechazaron por duplicado
           05 LRG-envios           pic 9(03).
           05 LRG-duplicados       pic 9(03).
      *supervisor que libero el lote para reenvio y cuando
           05 LRG-liberado-por     pic X(08).
           05 LRG-fecha-liberacion pic 9(08).
