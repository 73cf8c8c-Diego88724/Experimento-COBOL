      ******************************************************************
      * Copybook: feed_recibido.cpy
      * Layout del registro de feeds_recibidos.dat, un registro por
      * feed de sucursal cargado por rutinas_26, indexado por
      * fr-clave (sucursal y fecha de la cabecera 'H'). Sirve para
      * rechazar el mismo feed cargado dos veces y para que
      * rutinas_125 sepa que feeds esperados no llegaron.
      *
      * fr-detalles es el conteo de la cola del feed; fr-cargados y
      * fr-rechazados, lo que la carga hizo con ellos. Un feed que
      * llega con cero detalles queda igualmente registrado: es un
      * dia sin movimiento, no un feed que falta.
      ******************************************************************
       01 feed-recibido-rec.
           05 fr-clave.
               10 fr-sucursal   pic x(4).
               10 fr-fecha      pic 9(8).
           05 fr-detalles       pic 9(6).
           05 fr-cargados       pic 9(5).
           05 fr-rechazados     pic 9(5).
           05 fr-fecha-carga    pic 9(8).
           05 fr-hora-carga     pic 9(8).
           05 filler            pic x(10).
