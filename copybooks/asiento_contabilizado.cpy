      ******************************************************************
      * Copybook: asiento_contabilizado.cpy
      * Layout de la linea de mayor_contabilizados.dat, el registro
      * de los ficheros de asientos ya llevados al mayor por
      * rutinas_92: el nombre del fichero, la fecha en que se
      * contabilizo, cuantas lineas tenia y su total al debe. Un
      * fichero que ya aparece aqui no se vuelve a contabilizar.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(67)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-contabilizado-linea.
           05 cz-fichero     pic x(30).
           05 filler         pic x(3) value ' - '.
           05 cz-fecha       pic 9(8).
           05 filler         pic x(3) value ' - '.
           05 cz-lineas      pic 9(5).
           05 filler         pic x(3) value ' - '.
           05 cz-total-debe  pic 9(9)v99.
           05 filler         pic x(4) value spaces.
