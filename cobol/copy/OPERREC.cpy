      *intentos de firma fallidos consecutivos acumulados; una firma
      *aceptada lo regresa a cero
           05 OPE-intentos-mal     pic 9(01).
      *marca de supervisor: solo un supervisor puede liberar un lote
      *ya aceptado para que se vuelva a procesar, y las demas
      *funciones que piden una segunda firma de control
           05 OPE-aut-supervisor   pic X(01).
               88 OPE-es-supervisor     value "S".
