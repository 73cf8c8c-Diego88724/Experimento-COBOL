      ******************************************************************
      * Copybook: sucursal.cpy
      * Layout del registro de sucursales.dat, el maestro de
      * sucursales, indexado por su-codigo (el mismo codigo de cuatro
      * caracteres que trae la cabecera 'H' del feed de rutinas_26 y
      * que queda en tr-sucursal). Mantenido por rutinas_124.
      *
      * su-activa-sw 'S' activa, 'N' dada de baja: el feed de una
      * sucursal que no esta en el maestro o que esta de baja se
      * rechaza entero en la carga.
      *
      * su-dias-feed son los dias de la semana en que se espera su
      * feed, una posicion por dia de lunes (1) a domingo (7), con
      * 'S' si ese dia debe llegar; rutinas_125 avisa de cada feed
      * esperado que no llego.
      *
      * su-operador y su-fecha-alta son quien y cuando dio de alta o
      * modifico la sucursal por ultima vez. El filler final es
      * reserva de ampliacion.
      ******************************************************************
       01 sucursal-rec.
           05 su-codigo         pic x(4).
           05 su-nombre         pic x(30).
           05 su-activa-sw      pic x(1).
               88 su-activa     value 'S'.
               88 su-de-baja    value 'N'.
           05 su-dias-feed.
               10 su-dia-feed   pic x(1) occurs 7 times.
           05 su-operador       pic x(10).
           05 su-fecha-alta     pic 9(8).
           05 filler            pic x(10).
