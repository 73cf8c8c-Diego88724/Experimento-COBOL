      ******************************************************************
      * Copybook: spool_indice.cpy
      * Layout del registro de spool_indice.dat, el indice del spool
      * de informes (rutinas_142): una linea por cada ejecucion de un
      * informe que se archivo, con el nombre del informe, la
      * ejecucion nocturna, fecha y hora, paginas (de 60 lineas, la
      * convencion de rutinas_52) y lineas, y el fichero con fecha
      * donde quedo la copia, que ya no se pisa con la del dia
      * siguiente.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(128)) justo antes
      * de escribirlo.
      ******************************************************************
       01 ws-spool-linea.
           05 si-informe   pic x(30).
           05 filler       pic x(1) value SPACE.
           05 si-run       pic 9(5).
           05 filler       pic x(1) value SPACE.
           05 si-fecha     pic 9(8).
           05 filler       pic x(1) value '-'.
           05 si-hora      pic 9(8).
           05 filler       pic x(1) value SPACE.
           05 si-paginas   pic 9(4).
           05 filler       pic x(1) value SPACE.
           05 si-lineas    pic 9(7).
           05 filler       pic x(1) value SPACE.
           05 si-fichero   pic x(60).
