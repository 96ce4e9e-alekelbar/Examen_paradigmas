           05 PAR-fecha-retencion      pic 9(08).
      *fecha de la corrida a conciliar (CONCILIA)
           05 PAR-fecha-corrida        pic 9(08).
      *respaldo de los maestros indexados (RESPALDO): funcion (R
      *respaldar, V verificar, T restaurar, L listar generaciones),
      *maestro (OPERMST, MATRLIB o en blanco = ambos), generacion
      *(cero = la mas reciente), cuantas generaciones se conservan y
      *los registros esperados con que la tarjeta confirma una
      *restauracion desatendida
           05 PAR-funcion-respaldo     pic X(01).
           05 PAR-maestro              pic X(08).
           05 PAR-generacion           pic 9(04).
           05 PAR-conservar            pic 9(03).
           05 PAR-registros-esperados  pic 9(07).
