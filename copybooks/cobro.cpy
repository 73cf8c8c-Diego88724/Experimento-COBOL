      ******************************************************************
      * Copybook: cobro.cpy
      * Layout de cobros.dat, el registro de cobros de clientes que
      * graba rutinas_77: una linea por cada aplicacion de un cobro a
      * una partida de partidas_abiertas.dat (partida_abierta.cpy),
      * todas con el mismo co-id cuando un cobro se reparte entre
      * varias partidas. Lo que sobra de un cobro sin partida a la que
      * aplicarse queda en una linea con co-numero a cero (cobro a
      * cuenta) para que administracion lo resuelva. co-plazo es el
      * plazo de la partida cuando es de un plan de pagos (00 en una
      * partida sin plan).
      *
      * co-id se numera desde cobros_contador.dat con el patron de
      * contador habitual. El registro se construye aqui, en
      * working-storage, y se traslada al registro de fichero (FD,
      * pic x(60)) justo antes de escribirlo.
      ******************************************************************
       01 ws-cobro-linea.
           05 co-fecha    pic 9(8).
           05 co-hora     pic 9(8).
           05 co-id       pic 9(6).
           05 co-cliente  pic x(6).
           05 co-numero   pic 9(8).
           05 co-importe  pic 9(7)v99.
           05 co-operador pic x(10).
           05 co-plazo    pic 9(2).
           05 filler      pic x(3).
