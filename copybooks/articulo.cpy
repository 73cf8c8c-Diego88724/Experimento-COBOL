      ******************************************************************
      * Copybook: articulo.cpy
      * Layout del registro de articulos.dat, el maestro de articulos
      * del presupuesto, indexado por ar-codigo. Mantenido por
      * rutinas_74 (alta, baja, cambio de precio y listado, la misma
      * forma que rutinas_64 da a clientes.dat).
      *
      * El modo presupuesto de rutinas_3 ya no recibe el precio
      * tecleado: cada linea de presupuesto_lista.dat trae el codigo
      * de articulo y la cantidad, y el precio de tarifa sale de
      * ar-precio. Un articulo desconocido o de baja se rechaza. La
      * descripcion se imprime en la hoja del presupuesto y en la
      * reimpresion de rutinas_65.
      *
      * ar-precio lleva el mismo ancho que pd-precio en
      * presupuesto_registro.cpy (y que el numero de la tabla de
      * multiplicar con el que se calcula la linea), para que el
      * precio de tarifa quepa tal cual en la linea persistida.
      *
      * ar-tipo-iva es el codigo de IVA del articulo en
      * tipos_iva.dat (tipo_iva.cpy): 'G' general, 'R' reducido o
      * 'E' exento. ar-precio es siempre precio neto, sin IVA.
      *
      * El filler final es reserva de ampliacion.
      ******************************************************************
       01 articulo-rec.
           05 ar-codigo      pic x(6).
           05 ar-descripcion pic x(20).
           05 ar-unidad      pic x(3).
           05 ar-precio      pic 9(2)v99.
           05 ar-activo-sw   pic x.
               88 ar-activo   value 'S'.
               88 ar-inactivo value 'N'.
           05 ar-tipo-iva    pic x(1).
               88 ar-iva-general  value 'G'.
               88 ar-iva-reducido value 'R'.
               88 ar-iva-exento   value 'E'.
               88 ar-iva-valido   value 'G' 'R' 'E'.
           05 filler         pic x(20).
