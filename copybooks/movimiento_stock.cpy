      ******************************************************************
      * Copybook: movimiento_stock.cpy
      * Layout de stock_movimientos.dat, el registro de movimientos
      * de almacen: una linea 'E' por cada entrada tecleada en
      * rutinas_75 (con el albaran del proveedor y el coste unitario)
      * y una linea 'S' por cada linea de presupuesto que sale al
      * convertirse en transaccion en rutinas_65 (referencia
      * "PRES nnnnnn"). El fichero solo se amplia, nunca se reescribe,
      * asi que junto con stock.dat (stock.cpy) deja el rastro de
      * como se llego a cada saldo.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(60)) justo antes
      * de escribirlo, igual que ws-excepcion-linea en
      * excepcion.cpy.
      ******************************************************************
       01 ws-movstock-linea.
           05 ms-fecha      pic 9(8).
           05 ms-hora       pic 9(8).
           05 ms-codigo     pic x(6).
           05 ms-tipo       pic x(1).
               88 ms-entrada value 'E'.
               88 ms-salida  value 'S'.
           05 ms-cantidad   pic 9(5).
           05 ms-coste      pic 9(5)v99.
           05 ms-referencia pic x(12).
           05 ms-operador   pic x(10).
           05 filler        pic x(3).
