      ******************************************************************
      * Copybook: descripcion_traspaso.cpy
      * Trazado de tr-descripcion en las dos patas de un traspaso
      * entre sucursales (rutinas_126): la marca "TRASPASO ", el
      * sentido de la pata ('S' salida de la sucursal que envia, 'E'
      * entrada en la que recibe), la referencia compartida del
      * traspaso (ts-referencia de traspasos_sucursal.dat) y las dos
      * sucursales, origen y destino, en ese orden en las dos patas.
      *
      * Quien lee transacciones.dat mueve tr-descripcion aqui y
      * reconoce una pata por ds-marca y una referencia numerica:
      * la liquidacion (rutinas_28) y la conciliacion bancaria
      * (rutinas_122) las dejan fuera, porque un traspaso no es
      * venta ni movimiento del banco y sus dos patas se anulan
      * entre si; rutinas_127 las empareja.
      ******************************************************************
       01 ws-descripcion-traspaso.
           05 ds-marca          pic x(9).
               88 ds-es-traspaso value "TRASPASO ".
           05 ds-sentido        pic x(1).
               88 ds-salida     value 'S'.
               88 ds-entrada    value 'E'.
           05 filler            pic x(1).
           05 ds-referencia     pic 9(8).
           05 filler            pic x(1).
           05 ds-origen         pic x(4).
           05 ds-separador      pic x(1).
           05 ds-destino        pic x(4).
           05 filler            pic x(1).
