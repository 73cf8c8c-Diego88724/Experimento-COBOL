      ******************************************************************
      * Copybook: stock.cpy
      * Layout del registro de stock.dat, el saldo de existencias por
      * articulo, indexado por st-codigo (el mismo codigo que
      * ar-codigo en articulos.dat). Mantenido por rutinas_75
      * (entradas de almacen y punto de pedido) y por la conversion
      * de presupuestos de rutinas_65, que descuenta las salidas;
      * rutinas_76 lo lee para la valoracion de existencias.
      *
      * st-existencias lleva signo: una conversion no se bloquea por
      * falta de stock (la mercancia ya ha salido), asi que el saldo
      * puede quedar negativo hasta que se registre la entrada.
      * st-coste-medio es el coste medio ponderado de las entradas,
      * recalculado en cada entrada; las salidas no lo cambian.
      * st-punto-pedido a cero significa "sin punto de pedido": el
      * articulo nunca genera alerta de stock bajo.
      ******************************************************************
       01 stock-rec.
           05 st-codigo        pic x(6).
           05 st-existencias   pic s9(7).
           05 st-punto-pedido  pic 9(7).
           05 st-coste-medio   pic 9(5)v99.
           05 st-fecha-ult-mov pic 9(8).
           05 filler           pic x(10).
