      ******************************************************************
      * Copybook: acceso_salario.cpy
      * Layout del registro de accesos_salario.log, el rastro de cada
      * vez que una pantalla o un informe ensena el emp-salario de un
      * empleado: quien (el operador firmado), de quien (emp-id),
      * desde que programa y cuando. Solo se graba cuando el salario
      * sale en claro; a un operador que no es supervisor (om-nivel
      * de operador_maestro.cpy) se le muestra enmascarado y no deja
      * rastro, porque no ha visto nada.
      *
      * Lo graban la modificacion y la consulta de historial de
      * rutinas_4, la consulta de rutinas_61, el roster de
      * rutinas_11, el informe de fuera de banda de rutinas_108 y el
      * informe de acceso a datos personales de rutinas_117; el
      * informe semanal de rutinas_118 lo lee para ver quien ha
      * consultado el salario de quien.
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(54)) justo antes
      * de escribirlo, como ws-hist-emp-linea en rutinas_4.
      ******************************************************************
       01 ws-acceso-salario-linea.
           05 vs-fecha     pic 9(8).
           05 filler       pic x value '-'.
           05 vs-hora      pic 9(8).
           05 filler       pic x(3) value ' - '.
           05 vs-operador  pic x(10).
           05 filler       pic x(3) value ' - '.
           05 vs-programa  pic x(12).
           05 filler       pic x(3) value ' - '.
           05 vs-emp-id    pic 9(6).
