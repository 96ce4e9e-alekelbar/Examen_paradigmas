      *Renglon de la tabla de cuentas contables (CTACONT) con la que
      *la interfaz contable POLIZA asigna a cada departamento
      *remitente la cuenta de mayor en la que se asientan sus lotes.
      *Es un archivo de tarjetas que mantiene Contabilidad, un
      *renglon por remitente; un renglon con remitente "*" da la
      *cuenta para los remitentes que no tengan la suya (por ejemplo
      *una cuenta puente); sin ese renglon, un remitente sin cuenta
      *detiene la poliza completa.
       01 REG-CUENTA-CONTABLE.
           05 CTA-remitente        pic X(08).
           05 CTA-filler-1         pic X(01).
           05 CTA-cuenta           pic X(16).
           05 CTA-filler-2         pic X(01).
           05 CTA-descripcion      pic X(40).
