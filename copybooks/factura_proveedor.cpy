      ******************************************************************
      * Copybook: factura_proveedor.cpy
      * Layout del registro de facturas_proveedor.dat, el libro de
      * facturas recibidas (cuentas a pagar), indexado por fp-clave
      * (codigo de proveedor mas el numero de factura del propio
      * proveedor), de modo que la misma factura no se puede
      * registrar dos veces y un START sobre el proveedor recorre
      * todas las suyas. Las graba rutinas_87.
      *
      * Una factura nace pendiente ('P'). La propuesta semanal de
      * pagos (rutinas_88) recoge las pendientes que vencen y la
      * manda a aprobacion; al aprobarse (rutinas_57) la factura
      * pasa a pagada ('G') con la fecha del pago y el numero de la
      * propuesta que la pago. Una factura pagada no se borra.
      ******************************************************************
       01 factura-proveedor-rec.
           05 fp-clave.
               10 fp-proveedor   pic x(6).
               10 fp-factura     pic x(12).
           05 fp-fecha           pic 9(8).
           05 fp-vencimiento     pic 9(8).
           05 fp-importe         pic 9(7)v99.
           05 fp-concepto        pic x(20).
           05 fp-estado-sw       pic x(1).
               88 fp-pendiente value 'P'.
               88 fp-pagada    value 'G'.
           05 fp-propuesta       pic 9(6).
           05 fp-fecha-pago      pic 9(8).
           05 fp-operador        pic x(10).
           05 fp-fecha-alta      pic 9(8).
           05 filler             pic x(14).
