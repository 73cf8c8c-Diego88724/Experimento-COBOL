      ******************************************************************
      * Copybook: traspaso_sucursal.cpy
      * Layout del registro de traspasos_sucursal.dat, un registro
      * por traspaso entre sucursales, indexado por ts-referencia
      * (numerada desde traspasos_contador.dat con el patron de
      * contador habitual). Lo graba rutinas_126 junto con las dos
      * patas del traspaso en transacciones.dat: la salida
      * (ts-tr-salida, con tr-sucursal de la sucursal que envia) y
      * la entrada (ts-tr-entrada, con tr-sucursal de la que
      * recibe), las dos por ts-importe en EUR. Cada pata lleva
      * ademas la referencia en tr-descripcion, con el trazado de
      * descripcion_traspaso.cpy, para que el maestro se pueda
      * conciliar por si solo (rutinas_127).
      *
      * ts-concepto es el texto libre del operador, que no cabe en
      * la descripcion de las patas. ts-operador y ts-fecha-alta son
      * quien y cuando registro el traspaso. El filler final es
      * reserva de ampliacion.
      ******************************************************************
       01 traspaso-sucursal-rec.
           05 ts-referencia     pic 9(8).
           05 ts-fecha          pic 9(8).
           05 ts-origen         pic x(4).
           05 ts-destino        pic x(4).
           05 ts-importe        pic 9(7)v99.
           05 ts-tr-salida      pic 9(8).
           05 ts-tr-entrada     pic 9(8).
           05 ts-concepto       pic x(30).
           05 ts-operador       pic x(10).
           05 ts-fecha-alta     pic 9(8).
           05 filler            pic x(10).
