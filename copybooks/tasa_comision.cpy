      ******************************************************************
      * Copybook: tasa_comision.cpy
      * Layout de tasas_comision.dat, las tasas de comision de venta
      * que aplica el calculo mensual de comisiones (rutinas_85) sobre
      * los presupuestos convertidos de cada vendedor. Indexado por
      * co-clave. Una tasa 'D' vale para todos los empleados del
      * departamento co-codigo (dp-codigo, alineado a la izquierda);
      * una tasa 'E' es la de un empleado concreto (emp-id) y manda
      * sobre la de su departamento. Mantenido por rutinas_84.
      ******************************************************************
       01 tasa-comision-rec.
           05 co-clave.
               10 co-tipo     pic x(1).
                   88 co-departamento value 'D'.
                   88 co-empleado     value 'E'.
               10 co-codigo   pic x(6).
           05 co-porcentaje   pic 9(2)v99.
           05 co-operador     pic x(10).
           05 co-fecha        pic 9(8).
           05 filler          pic x(10).
