      *Registro de la historia de cambios al maestro de operadores
      *(OPERHIST), que escribe OPERMNT por cada cambio aplicado y lee
      *el informe de cambios OPERHIS. Lleva la imagen del operador
      *antes y despues del cambio (sin el NIP, solo si tiene uno
      *asignado), quien lo pidio y, en un cambio de doble control, el
      *supervisor que lo aprobo.
       01 REG-HIST-OPERADOR.
           05 HIS-fecha            pic 9(08).
           05 HIS-filler-1         pic X(01) value SPACE.
           05 HIS-hora             pic 9(08).
           05 HIS-filler-2         pic X(01) value SPACE.
           05 HIS-id               pic X(08).
           05 HIS-filler-3         pic X(01) value SPACE.
      *ALTA, BAJA, REACTIVACION, DESBLOQUEO, NIP o AUTORIZACION, y
      *FIRMA para la firma de arranque de un operador que no es
      *supervisor (maestro sin ningun supervisor)
           05 HIS-cambio           pic X(12).
           05 HIS-filler-4         pic X(01) value SPACE.
      *folio del cambio pendiente aprobado (cero si fue directo)
           05 HIS-folio            pic 9(07).
           05 HIS-filler-5         pic X(01) value SPACE.
           05 HIS-solicita         pic X(08).
           05 HIS-filler-6         pic X(01) value SPACE.
      *supervisor que aprobo; en blanco en un cambio directo y
      *ARRANQUE mientras el maestro no tenga dos supervisores
           05 HIS-autoriza         pic X(08).
           05 HIS-filler-7         pic X(01) value SPACE.
           05 HIS-antes.
               10 HIS-ant-activo       pic X(01).
               10 HIS-ant-interactiva  pic X(01).
               10 HIS-ant-lote         pic X(01).
               10 HIS-ant-matrices     pic X(01).
               10 HIS-ant-supervisor   pic X(01).
               10 HIS-ant-bloqueado    pic X(01).
               10 HIS-ant-con-nip      pic X(01).
               10 HIS-ant-nombre       pic X(60).
           05 HIS-filler-8         pic X(01) value SPACE.
           05 HIS-despues.
               10 HIS-des-activo       pic X(01).
               10 HIS-des-interactiva  pic X(01).
               10 HIS-des-lote         pic X(01).
               10 HIS-des-matrices     pic X(01).
               10 HIS-des-supervisor   pic X(01).
               10 HIS-des-bloqueado    pic X(01).
               10 HIS-des-con-nip      pic X(01).
               10 HIS-des-nombre       pic X(60).
