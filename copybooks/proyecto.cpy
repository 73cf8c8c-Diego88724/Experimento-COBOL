      ******************************************************************
      * Copybook: proyecto.cpy
      * Layout del registro de proyectos.dat, el maestro de
      * proyectos, indexado por pj-codigo (el mismo codigo de seis
      * caracteres que queda en tr-proyecto). Mantenido por
      * rutinas_132.
      *
      * pj-centro-coste es el centro de coste al que pertenece el
      * proyecto: un codigo de departamento de departamentos.dat
      * (departamento.cpy). El informe de ingresos por proyecto
      * (rutinas_133) agrupa los proyectos por este codigo.
      *
      * pj-activo-sw 'S' abierto, 'N' cerrado: calculadora,
      * operaciones y la carga de feeds de rutinas_26 solo aceptan
      * el codigo de un proyecto abierto; un codigo desconocido o
      * cerrado se rechaza a excepciones.log. Un proyecto no se
      * borra, se cierra, para que lo ya contabilizado conserve su
      * descripcion.
      *
      * pj-operador y pj-fecha-alta son quien y cuando dio de alta o
      * modifico el proyecto por ultima vez. El filler final es
      * reserva de ampliacion.
      ******************************************************************
       01 proyecto-rec.
           05 pj-codigo         pic x(6).
           05 pj-descripcion    pic x(30).
           05 pj-centro-coste   pic x(4).
           05 pj-activo-sw      pic x(1).
               88 pj-activo     value 'S'.
               88 pj-cerrado    value 'N'.
           05 pj-operador       pic x(10).
           05 pj-fecha-alta     pic 9(8).
           05 filler            pic x(10).
