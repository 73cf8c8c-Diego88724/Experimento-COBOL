      * cl-tier es el escalon de descuento negociado que el modo
      * presupuesto de rutinas_3 aplica a cada linea y al total:
      * 'A' = 10 por ciento, 'B' = 5 por ciento, 'C' = tarifa plena.
      *
      * cl-limite-credito es el riesgo maximo que se le admite al
      * cliente: lo pendiente en partidas_abiertas.dat mas el
      * presupuesto nuevo. Un limite a cero significa "sin limite",
      * el tratamiento "no configurado" habitual. El modo
      * presupuesto de rutinas_3 avisa cuando un presupuesto lo
      * supera. cl-bloqueo-sw a 'S' es el bloqueo de credito: la
      * conversion de rutinas_65 se rechaza salvo que un supervisor
      * la autorice, y cada autorizacion queda en excepciones.log.
      * Ambos se mantienen con la opcion 5 de rutinas_64.
      *
      * cl-direccion, cl-cod-postal y cl-poblacion son la direccion
      * postal del cliente y cl-contacto la persona a la que se
      * dirige el correo: los usan el extracto mensual y las cartas
      * de reclamacion de rutinas_148. Se mantienen con la opcion 6
      * de rutinas_64; un registro de antes de estos campos los trae
      * en blanco (salen de la reserva del filler, no hay que
      * convertir el fichero) y rutinas_148 lo avisa.
      *
      * El filler final es reserva de ampliacion, para que los
      * campos que se anadan en adelante no obliguen a convertir el
      * fichero otra vez. Un clientes.dat anterior a la ampliacion
      * (registro de 28 posiciones) no abre con este trazado: se
      * convierte una vez con la opcion 6 de rutinas_41, que lo
      * rescata por su vista antigua y lo recarga con limite cero y
      * sin bloqueo.
      ******************************************************************
       01 cliente-rec.
           05 cl-codigo    pic x(6).
           05 cl-activo-sw pic x.
               88 cl-activo   value 'S'.
               88 cl-inactivo value 'N'.
           05 cl-limite-credito pic 9(7)v99.
           05 cl-bloqueo-sw     pic x.
               88 cl-bloqueado     value 'S'.
               88 cl-no-bloqueado  value 'N'.
           05 cl-direccion      pic x(25).
           05 cl-cod-postal     pic x(5).
           05 cl-poblacion      pic x(15).
           05 cl-contacto       pic x(20).
           05 filler            pic x(7).
