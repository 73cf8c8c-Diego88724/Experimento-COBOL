      ******************************************************************
      * Copybook: cuenta_bancaria_empleado.cpy
      * Layout del registro de cuentas_bancarias_empleado.dat, la
      * cuenta a la que se transfiere la nomina de cada empleado.
      * Indexado por bc-emp-id (el emp-id de empleados.dat), una
      * cuenta por empleado. Lo mantiene rutinas_97, que valida el
      * IBAN (pais, longitud y digitos de control mod 97) antes de
      * grabarlo y deja cada cambio en empleados_historial.log
      * (historial_empleado.cpy) con la accion "CUENTA BANCO" y la
      * imagen de este registro antes y despues; lo lee el fichero
      * de transferencias de la nomina (rutinas_98).
      *
      * bc-fecha-desde es el dia en que se grabo la cuenta vigente.
      ******************************************************************
       01 cuenta-bancaria-rec.
           05 bc-emp-id      pic 9(6).
           05 bc-iban        pic x(24).
           05 bc-fecha-desde pic 9(8).
           05 bc-operador    pic x(10).
           05 filler         pic x(20).
