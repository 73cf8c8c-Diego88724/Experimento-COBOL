      * apr-tipo: ANULACION (detalle1 = numero de transaccion),
      * CORRECCION (detalle1 = apellido buscado, detalle2 = nuevo
      * apellido o blanco, detalle3 = nueva edad o blanco) o
      * PARAMETRO (detalle1 = campo, detalle2 = valor nuevo) o TIER
      * (detalle1 = codigo de cliente, detalle2 = tier propuesto,
      * detalle3 = tier actual seguido del volumen en que se basa
      * la propuesta), que deja la revision anual de tiers de
      * rutinas_83, o PAGOS (detalle1 = numero de propuesta de
      * propuestas_pago.dat, detalle2 = numero de facturas,
      * detalle3 = total propuesto), que deja la propuesta semanal
      * de pagos a proveedores de rutinas_88, o NOMINA (detalle1 =
      * periodo AAAAMM, detalle2 = numero de empleados, detalle3 =
      * neto total), que deja rutinas_98 antes de generar el
      * fichero de transferencias de la nomina; al aprobarla solo
      * se marca aprobada y el fichero lo escribe rutinas_98 en su
      * siguiente ejecucion; o HORAS EXTRA (detalle1 = periodo
      * AAAAMM, detalle2 = numero de empleados con extras, detalle3
      * = horas extra totales), que deja el informe de asistencia
      * de rutinas_100; tambien solo se marca aprobada, y la nomina
      * (rutinas_33) paga las horas extra del periodo cuando la
      * encuentra aprobada; o AUSENCIA (detalle1 = emp-id y primer
      * dia, la clave de ausencias.dat, detalle2 = tipo y ultimo
      * dia, detalle3 = dias habiles), que deja rutinas_101 al pedir
      * una ausencia; al aprobarla o rechazarla rutinas_57 cambia el
      * estado de la ausencia; o GASTO (detalle1 = numero de nota
      * de gastos y empleado, detalle2 = categoria, fecha y
      * departamento, detalle3 = importe), que deja rutinas_103 al
      * dar de alta una nota; al aprobarla o rechazarla rutinas_57
      * cambia el estado de la nota; o REVISION (detalle1 = fecha de
      * efecto AAAAMMDD, detalle2 = numero de empleados, detalle3 =
      * incremento mensual total), que deja la propuesta de revision
      * salarial de rutinas_106; al aprobarla rutinas_57 aplica los
      * salarios nuevos de revisiones_propuesta.dat.
      ******************************************************************
       01 aprobacion-rec.
           05 apr-id        pic 9(6).
