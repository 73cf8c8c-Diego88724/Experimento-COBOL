      ******************************************************************
      * Copybook: cualificacion.cpy
      * Layout del registro de cualificaciones.dat, los certificados
      * de formacion (carretilla, primeros auxilios...) y permisos de
      * trabajo de cada empleado: tipo, fecha de emision, fecha de
      * caducidad y referencia del documento. Indexado por empleado
      * y tipo, una linea vigente por tipo: la renovacion sobreescribe
      * las fechas y la referencia y rearma los avisos.
      *
      * La mantiene rutinas_111, que localiza al empleado por su DNI.
      * El chequeo nocturno (rutinas_112) deja una alerta en
      * alertas.dat (alerta.cpy) cuando faltan 60 dias para la
      * caducidad y otra cuando faltan 30, y marca cq-aviso60-sw y
      * cq-aviso30-sw para no repetirlas; rutinas_113 saca el
      * informe de cumplimiento por departamento.
      ******************************************************************
       01 cualificacion-rec.
           05 cq-clave.
               10 cq-emp-id         pic 9(6).
               10 cq-tipo           pic x(10).
           05 cq-fecha-emision      pic 9(8).
           05 cq-fecha-caducidad    pic 9(8).
           05 cq-referencia         pic x(20).
           05 cq-aviso60-sw         pic x(1).
               88 cq-avisado-60     value 'S'.
           05 cq-aviso30-sw         pic x(1).
               88 cq-avisado-30     value 'S'.
           05 cq-operador           pic x(10).
           05 cq-fecha-alta         pic 9(8).
           05 filler                pic x(20).
