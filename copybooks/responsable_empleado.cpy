      ******************************************************************
      * Copybook: responsable_empleado.cpy
      * Layout de responsables_empleado.dat, el responsable directo
      * de cada empleado (jr-responsable, el emp-id de su jefe en
      * empleados.dat; cero si no reporta a nadie), indexado por
      * jr-emp-id, un responsable por empleado, igual que
      * grados_empleado.dat. Lo graban el alta y la modificacion de
      * rutinas_4, que rechazan un responsable inexistente o de baja
      * y uno que cerraria un ciclo en la cadena de mando, y dejan
      * cada cambio en empleados_historial.log
      * (historial_empleado.cpy) con la accion "RESPONSABLE" y la
      * imagen de este registro antes y despues. El organigrama por
      * departamento (rutinas_109) monta con el el arbol de mando y
      * senala a quien depende de un responsable que ya se ha ido.
      *
      * jr-fecha-desde es el dia en que se grabo el responsable
      * vigente.
      ******************************************************************
       01 responsable-empleado-rec.
           05 jr-emp-id      pic 9(6).
           05 jr-responsable pic 9(6).
           05 jr-fecha-desde pic 9(8).
           05 jr-operador    pic x(10).
           05 filler         pic x(20).
