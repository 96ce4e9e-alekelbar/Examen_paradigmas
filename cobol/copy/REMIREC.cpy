      *Registro del maestro de remitentes (REMITMST), compartido por
      *el programa de mantenimiento REMMNT y por EXAM, que valida
      *contra el la cabecera y cada triada de todo LOTEIN. La clave es
      *el codigo de departamento que llega en CAB-remitente.
       01 REG-REMITENTE.
           05 REM-id           pic X(08).
           05 REM-nombre       pic X(60).
           05 REM-activo       pic X(01).
               88 REM-activo-si        value "S".
               88 REM-activo-no        value "N".
      *codigos de operacion que el departamento puede mandar en sus
      *triadas (s/r/m/d), uno por posicion; las posiciones sin uso
      *quedan en blanco
           05 REM-operaciones.
               10 REM-operacion    pic X(01) occurs 10 times.
      *tope del resultado de una sola triada y tope del total de
      *resultados del lote, ambos en valor absoluto; cero significa
      *sin tope
           05 REM-limite-triada    pic 9(07)V9(2).
           05 REM-limite-lote      pic 9(11)V9(2).
