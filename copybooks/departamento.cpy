      * emp-depto en empleado.cpy se valida contra este maestro en el
      * alta y la modificacion de rutinas_4, y los informes de
      * plantilla (rutinas_11) y de edades (rutinas_12) agrupan por
      * este codigo con subtotales por departamento. El presupuesto
      * de personal de cada departamento y ano (plantilla y coste
      * salarial) esta en presupuesto_plantilla.dat.
      ******************************************************************
       01 departamento-rec.
           05 dp-codigo     pic x(4).
