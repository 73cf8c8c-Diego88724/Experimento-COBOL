      ******************************************************************
      * Copybook: asiento.cpy
      * Layout de la linea de asiento de los ficheros de interfaz
      * contable: asientos_AAAAMMDD.dat, la exportacion diaria de
      * rutinas_44, y los demas ficheros que se entregan a
      * contabilidad con el mismo formato (la amortizacion mensual
      * de rutinas_90). Cada linea es un apunte al debe ('D') o al
      * haber ('H') de una cuenta del mayor; las lineas de un
      * fichero siempre cuadran, debe igual a haber.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(60)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-linea-asiento.
           05 as-fecha    pic 9(8).
           05 filler      pic x(3) value ' - '.
           05 as-cuenta   pic x(8).
           05 filler      pic x(3) value ' - '.
           05 as-dh       pic x(1).
           05 filler      pic x(3) value ' - '.
           05 as-importe  pic z(8)9.99-.
           05 filler      pic x(3) value ' - '.
           05 as-concepto pic x(12).
