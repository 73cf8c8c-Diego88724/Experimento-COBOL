      ******************************************************************
      * Copybook: retencion_empleado.cpy
      * Layout de retenciones_empleado.dat, el porcentaje de
      * retencion del IRPF propio de un empleado (el que el
      * trabajador pide o el que resulta de su situacion personal),
      * indexado por ir-emp-id. Mantenido por rutinas_95. Cuando un
      * empleado tiene linea aqui la nomina (rutinas_33) le retiene
      * ese porcentaje sobre el bruto en lugar de aplicar los tramos
      * de deducciones.dat (deduccion.cpy), del mismo modo que la
      * tasa de comision de un empleado manda sobre la de su
      * departamento (tasa_comision.cpy).
      ******************************************************************
       01 retencion-empleado-rec.
           05 ir-emp-id       pic 9(6).
           05 ir-porcentaje   pic 9(2)v99.
           05 ir-operador     pic x(10).
           05 ir-fecha        pic 9(8).
           05 filler          pic x(10).
