      ******************************************************************
      * Copybook: grado_empleado.cpy
      * Layout de grados_empleado.dat, el grado salarial de cada
      * empleado, indexado por ge-emp-id (el emp-id de empleados.dat),
      * un grado por empleado, igual que retenciones_empleado.dat o
      * cuentas_bancarias_empleado.dat. Lo graban el alta y la
      * modificacion de rutinas_4, que dejan cada cambio en
      * empleados_historial.log (historial_empleado.cpy) con la
      * accion "GRADO" y la imagen de este registro antes y despues.
      * El grado decide la banda salarial (banda_salarial.cpy) contra
      * la que se valida el salario. Un empleado sin linea aqui (los
      * importados por lote y los anteriores al grado) no tiene banda
      * y rutinas_108 lo cuenta aparte hasta que una modificacion le
      * asigne grado.
      *
      * ge-fecha-desde es el dia en que se grabo el grado vigente.
      ******************************************************************
       01 grado-empleado-rec.
           05 ge-emp-id      pic 9(6).
           05 ge-grado       pic x(2).
           05 ge-fecha-desde pic 9(8).
           05 ge-operador    pic x(10).
           05 filler         pic x(20).
