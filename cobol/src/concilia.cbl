      *del operador) y los casa uno a uno, reportando los conteos y
      *cada registro sin pareja de cualquiera de los dos lados. Una
      *corrida limpia deja una sola linea de EN CUADRE para archivar.
      *Los reversos supervisados de la bitacora no tienen linea en
      *LOTEOUT: no entran al casamiento y se informan aparte, con el
      *importe bruto, el reversado y el neto del lote en la fecha.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       77 WKS-casados      pic 9(07) value 0.
       77 WKS-solo-lote    pic 9(07) value 0.
       77 WKS-solo-aud     pic 9(07) value 0.
      *reversos de lote de la fecha e importes bruto (lo casado del
      *lado de la bitacora), reversado y neto
       77 WKS-aud-reversos pic 9(07) value 0.
       77 WKS-importe-bruto pic S9(11)V9(2) value 0.
       77 WKS-importe-reversado pic S9(11)V9(2) value 0.
       77 WKS-importe-neto pic S9(11)V9(2) value 0.
       77 WKS-edita-conteo pic ZZZZZZ9.
       77 WKS-edita-importe pic -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           perform 00001-capturar-fecha.
      *Alimenta el SORT con los registros de AUDITF de la fecha. Solo
      *se toman los registros de origen de lote: los calculos
      *interactivos y de cinta no tienen contraparte en LOTEOUT y
      *sacarian de cuadre una corrida de lote correcta. Tampoco los
      *reversos, que solo se suman a lo reversado.
       00007-alimentar-auditoria.
           open input ARCHIVO-AUDITORIA.
           if WKS-AUDITORIA-STATUS = "35"
               at end
                   move "S" to WKS-fin-auditoria
               not at end
                   if AUD-fecha = WKS-fecha-corrida and
                      AUD-origen = "L" and AUD-es-reverso
                       add 1 to WKS-aud-reversos
                       subtract AUD-result from WKS-importe-reversado
                   else
                   if AUD-fecha = WKS-fecha-corrida and
                      AUD-origen = "L"
                       add 1 to WKS-aud-leidos
                       add AUD-result to WKS-importe-bruto
                       move REG-AUDITORIA(1:8) to ORD-operando-1
                       move REG-AUDITORIA(10:8) to ORD-operando-2
                       move REG-AUDITORIA(19:1) to ORD-operacion
                       move AUD-nombre to ORD-nombre
                       release REG-ORDEN
                   end-if
                   end-if
           end-read.

      *Casamiento secuencial de los dos lados ya ordenados: llaves
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-aud-reversos to WKS-edita-conteo.
           move spaces to REG-INFORME.
           string "Reversos de lote de la fecha: " delimited by size
               WKS-edita-conteo delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-importe-bruto to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe bruto...............: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-importe-reversado to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe reversado...........: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           subtract WKS-importe-reversado from WKS-importe-bruto
               giving WKS-importe-neto.
           move WKS-importe-neto to WKS-edita-importe.
           move spaces to REG-INFORME.
           string "Importe neto................: " delimited by size
               WKS-edita-importe delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           if WKS-solo-lote = 0 and WKS-solo-aud = 0
               string "CONCILIACION EN CUADRE - fecha "
