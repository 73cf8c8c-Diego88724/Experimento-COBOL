      ******************************************************************
      * Copybook: fichaje_terminal.cpy
      * Layout de la linea de fichajes_terminal.dat, el fichero que
      * exporta el terminal de fichaje: una linea por marcaje con el
      * emp-id, la fecha (AAAAMMDD), la hora (HHMM) y el tipo ('E'
      * entrada, 'S' salida). Lo carga en fichajes.dat (fichaje.cpy)
      * la opcion 1 de rutinas_99.
      *
      * La linea se lee del registro de fichero (FD, pic x(80)) y se
      * traslada aqui, en working-storage, para validarla.
      ******************************************************************
       01 ws-fichaje-terminal.
           05 ft-emp-id pic 9(6).
           05 ft-fecha  pic 9(8).
           05 ft-hora   pic 9(4).
           05 ft-tipo   pic x(1).
           05 filler    pic x(61).
