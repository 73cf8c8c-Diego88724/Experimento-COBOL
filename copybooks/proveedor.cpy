      ******************************************************************
      * Copybook: proveedor.cpy
      * Layout del registro de proveedores.dat, el maestro de
      * proveedores de cuentas a pagar, indexado por pv-codigo.
      * Mantenido por rutinas_86 (alta, baja, cambio de datos de
      * pago y listado, la misma forma que rutinas_64 da a
      * clientes.dat).
      *
      * pv-iban es la cuenta a la que se transfieren los pagos y
      * sale en el fichero de pagos; pv-dias-pago es el plazo de
      * pago pactado, que rutinas_87 usa para proponer el
      * vencimiento de una factura cuando no se teclea (dias
      * naturales sobre mes comercial de 30 dias). Un proveedor de
      * baja no admite facturas nuevas, pero lo que ya se le debe
      * se le sigue pagando.
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 proveedor-rec.
           05 pv-codigo    pic x(6).
           05 pv-nombre    pic x(20).
           05 pv-nif       pic x(9).
           05 pv-iban      pic x(24).
           05 pv-dias-pago pic 9(3).
           05 pv-activo-sw pic x.
               88 pv-activo   value 'S'.
               88 pv-inactivo value 'N'.
           05 filler       pic x(40).
