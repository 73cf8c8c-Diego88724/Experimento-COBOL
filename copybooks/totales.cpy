      * anular un calculo (ver "void") o la que operaciones graba en
      * modo ajuste de restar; un lector que sume tt-total por periodo
      * debe restar, no sumar, las lineas con tt-signo '-'.
      *
      * tt-sin-maestro marca los programas cuyas lineas no tienen
      * transaccion en transacciones.dat (los pagos a proveedores
      * que contabiliza rutinas_57); la liquidacion diaria no las
      * compara con el maestro.
      ******************************************************************
       01 ws-totales-linea.
           05 tt-programa   pic x(12).
               88 tt-sin-maestro value "pagos".
           05 filler        pic x(3) value ' - '.
           05 tt-fecha      pic 9(8).
           05 filler        pic x(3) value ' - '.
