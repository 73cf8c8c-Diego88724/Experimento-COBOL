      ******************************************************************
      * Copybook: reclamacion.cpy
      * Layout de reclamaciones.log, el registro de cartas de
      * reclamacion de deuda que envia el extracto mensual de
      * clientes (rutinas_148): una linea por carta, con el nivel
      * del aviso (1 primer aviso, 2 segundo, 3 aviso final), el
      * periodo del extracto que la genero y lo vencido en la fecha
      * de la carta. Cada ejecucion lee el registro para escalar:
      * un cliente que sigue debiendo recibe el aviso siguiente al
      * ultimo que se le envio, no el mismo otra vez, y no se le
      * envia nada dos veces en el mismo periodo. Cuando un cliente
      * reclamado queda al corriente se anota una linea de nivel 0,
      * y la siguiente deuda vuelve a empezar por el primer aviso.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(40)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-reclamacion-linea.
           05 rc-cliente  pic x(6).
           05 rc-fecha    pic 9(8).
           05 rc-periodo  pic 9(6).
           05 rc-nivel    pic 9(1).
               88 rc-al-corriente  value 0.
               88 rc-primer-aviso  value 1.
               88 rc-segundo-aviso value 2.
               88 rc-aviso-final   value 3.
           05 rc-vencido  pic 9(9)v99.
           05 filler      pic x(8).
