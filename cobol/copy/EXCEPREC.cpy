      *Registro de la cola de excepciones de importes grandes
      *(EXCEPREG): EXAM agrega uno por cada resultado auditado que
      *rebasa el umbral de la tabla UMBRALES, con la secuencia que
      *estampo en la bitacora, y EXCREV lo deja aceptado o
      *cuestionado con el comentario del supervisor que lo reviso.
      *La clave es la secuencia de auditoria, asi que cada renglon
      *de la bitacora tiene a lo mas una excepcion.
       01 REG-EXCEPCION.
           05 EXC-secuencia        pic X(07).
      *la operacion tal como quedo en la bitacora
           05 EXC-fecha            pic 9(08).
           05 EXC-hora             pic 9(08).
           05 EXC-operador         pic X(08).
           05 EXC-nombre           pic X(60).
           05 EXC-origen           pic X(01).
           05 EXC-operando-1       pic S9(5)V9(2) sign is leading
                                   separate.
           05 EXC-operando-2       pic S9(5)V9(2) sign is leading
                                   separate.
           05 EXC-operacion        pic X(01).
           05 EXC-result           pic S9(7)V9(2) sign is leading
                                   separate.
      *umbral que rebaso
           05 EXC-umbral           pic 9(07)V9(2).
      *estado de la revision: "P" pendiente, "A" aceptada o "Q"
      *cuestionada; pendientes y cuestionadas siguen abiertas
           05 EXC-estado           pic X(01).
               88 EXC-pendiente         value "P".
               88 EXC-aceptada          value "A".
               88 EXC-cuestionada       value "Q".
               88 EXC-abierta           value "P" "Q".
      *supervisor que la reviso, cuando y su comentario
           05 EXC-revisor          pic X(08).
           05 EXC-fecha-revision   pic 9(08).
           05 EXC-hora-revision    pic 9(08).
           05 EXC-comentario       pic X(40).
