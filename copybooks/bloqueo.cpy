      ******************************************************************
      * Copybook: bloqueo.cpy
      * Layout del registro de bloqueos.dat, los bloqueos de registro
      * que evitan que dos operadores modifiquen a la vez el mismo
      * empleado de empleados.dat o el mismo cliente de clientes.dat
      * (rutinas_4 modificacion y baja, rutinas_64, y las
      * aprobaciones de rutinas_57 que tocan esos maestros).
      *
      * La clave es el fichero ("empleados", "clientes") y la clave
      * del registro bloqueado; bq-operador y bq-programa dicen quien
      * lo tiene, y bq-fecha/bq-hora desde cuando. El bloqueo se pone
      * antes de leer el registro para editarlo y se borra al grabar
      * o al abandonar. Un bloqueo de mas de pg-bloqueo-minutos
      * (parametros.cpy) es de una sesion caida: el siguiente que lo
      * pide se lo queda, y queda anotado en bloqueos_conflictos.log
      * (bloqueo_conflicto.cpy) igual que cada conflicto.
      ******************************************************************
       01 bloqueo-rec.
           05 bq-clave.
               10 bq-fichero    pic x(12).
               10 bq-registro   pic x(10).
           05 bq-operador       pic x(10).
           05 bq-programa       pic x(12).
           05 bq-fecha          pic 9(8).
           05 bq-hora           pic 9(8).
