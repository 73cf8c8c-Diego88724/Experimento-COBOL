      ******************************************************************
      * Copybook: presupuesto_plantilla.cpy
      * Layout del registro de presupuesto_plantilla.dat, el
      * presupuesto de personal aprobado para cada departamento
      * (dp-codigo de departamento.cpy) y ano: la plantilla
      * presupuestada (numero de empleados en activo) y el coste
      * salarial anual presupuestado, en euros. Indexado por
      * departamento y ano.
      *
      * Lo mantiene rutinas_114, que registra cada cambio en
      * parametros_historial.log igual que rutinas_53 con los
      * objetivos; rutinas_115 lo compara cada mes con la plantilla
      * real de empleados.dat y con el coste pagado en las nominas
      * nomina_AAAAMM.dat del ano.
      ******************************************************************
       01 presupuesto-plantilla-rec.
           05 pt-clave.
               10 pt-depto          pic x(4).
               10 pt-anio           pic 9(4).
           05 pt-plantilla          pic 9(4).
           05 pt-salario-anual      pic 9(9)v99.
           05 pt-operador           pic x(10).
           05 pt-fecha-alta         pic 9(8).
           05 filler                pic x(20).
