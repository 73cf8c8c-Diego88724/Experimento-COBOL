      ******************************************************************
      * Copybook: partida_abierta.cpy
      * Layout del registro de partidas_abiertas.dat, el libro de
      * cuentas a cobrar por cliente, indexado por pa-clave (codigo
      * de cliente mas numero de transaccion), de modo que un START
      * sobre el cliente recorre todas sus partidas en orden.
      *
      * rutinas_65 crea una partida al convertir en transaccion un
      * presupuesto con cliente (pa-numero es el
      * tr-numero-transaccion contabilizado, pa-importe el total);
      * rutinas_77 registra los cobros del cliente y los aplica a una
      * o varias partidas, rebajando pa-pendiente (cobro parcial) o
      * dejandola saldada; rutinas_78 lista la antiguedad de lo
      * pendiente por cliente y por cl-tier. Una partida saldada no
      * se borra, para que quede el rastro completo.
      *
      * pa-fecha es la fecha de la conversion. pa-factura es el
      * numero de la factura emitida en la conversion (factura.cpy);
      * un abono de rutinas_79 contra esa factura rebaja
      * pa-pendiente igual que un cobro.
      *
      * Una conversion con plan de pagos a plazos no deja una sola
      * partida sino una por plazo, con la misma factura y el mismo
      * pa-numero y pa-plazo de 01 en adelante; pa-importe es el
      * principal del plazo (el interes del plan solo figura en
      * plan_pagos.log, no se factura). Una partida sin plan
      * lleva pa-plazo 00. pa-vencimiento es la fecha en que vence
      * la partida: la de cada plazo, o la de la conversion en una
      * partida sin plan, que vence al emitirse. La antiguedad se
      * mide desde pa-vencimiento; un plazo que aun no vence cuenta
      * como corriente.
      ******************************************************************
       01 partida-rec.
           05 pa-clave.
               10 pa-cliente     pic x(6).
               10 pa-numero      pic 9(8).
               10 pa-plazo       pic 9(2).
           05 pa-fecha           pic 9(8).
           05 pa-presupuesto     pic 9(6).
           05 pa-importe         pic 9(7)v99.
           05 pa-pendiente       pic 9(7)v99.
           05 pa-estado-sw       pic x(1).
               88 pa-abierta value 'A'.
               88 pa-saldada value 'S'.
           05 pa-fecha-ult-cobro pic 9(8).
           05 pa-factura         pic 9(8).
           05 pa-vencimiento     pic 9(8).
           05 filler             pic x(2).
