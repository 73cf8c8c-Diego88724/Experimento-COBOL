      ******************************************************************
      * Copybook: banda_salarial.cpy
      * Layout del registro de bandas_salariales.dat, la tabla de
      * bandas salariales por grado: el salario mensual minimo y
      * maximo que corresponde a cada grado (bs-grado, el mismo
      * codigo que ge-grado en grados_empleado.dat) desde una fecha.
      * Indexado por grado y fecha desde; la banda vigente de un
      * grado en una fecha es la de mayor bs-fecha-desde que no pase
      * de esa fecha, de modo que una banda nueva se da de alta con
      * su fecha sin tocar la anterior, que queda como historia.
      *
      * La mantiene rutinas_107. El alta y la modificacion de
      * empleados de rutinas_4 rechazan un salario fuera de la banda
      * vigente de su grado salvo autorizacion de un supervisor, y
      * rutinas_108 lista los empleados activos fuera de su banda.
      * Un bandas_salariales.dat que aun no se ha creado deja grados
      * y salarios sin restringir.
      ******************************************************************
       01 banda-salarial-rec.
           05 bs-clave.
               10 bs-grado       pic x(2).
               10 bs-fecha-desde pic 9(8).
           05 bs-minimo          pic 9(7)v99.
           05 bs-maximo          pic 9(7)v99.
           05 bs-operador        pic x(10).
           05 bs-fecha-alta      pic 9(8).
           05 filler             pic x(20).
